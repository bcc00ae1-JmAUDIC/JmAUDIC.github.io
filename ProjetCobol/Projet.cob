       FILE STATUS IS fvl_stat
       RECORD KEY IS fvl_nom.

       SELECT favoir ASSIGN TO "avoir.dat"
       ORGANIZATION indexed
       ACCESS IS dynamic
       FILE STATUS IS fav_stat
       RECORD KEY IS fav_numAvoir
       ALTERNATE RECORD KEY IS fav_numFact WITH DUPLICATES
       ALTERNATE RECORD KEY IS fav_compte WITH DUPLICATES.

       SELECT fbanque ASSIGN TO "releve_banque.csv"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fbq_stat.

       SELECT freleve ASSIGN TO "releve.dat"
       ORGANIZATION indexed
       ACCESS IS dynamic
       FILE STATUS IS frb_stat
       RECORD KEY IS frb_cle.

       SELECT fsuspens ASSIGN TO "suspens.dat"
       ORGANIZATION indexed
       ACCESS IS dynamic
       FILE STATUS IS fsp_stat
       RECORD KEY IS fsp_num.

       SELECT frappro ASSIGN TO "rapprochement.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS frp_stat.

       SELECT fattest ASSIGN TO WNomAttest
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fatt_stat.

       SELECT fattctl ASSIGN TO WNomAttCtl
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fac_stat.

       SELECT fforfait ASSIGN TO "forfait.dat"
       ORGANIZATION indexed
       ACCESS IS dynamic
       FILE STATUS IS ffo_stat
       RECORD KEY IS ffo_num
       ALTERNATE RECORD KEY IS ffo_compte WITH DUPLICATES.

       SELECT fforfrpt ASSIGN TO "forfaits.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS ffr_stat.

       SELECT fdepart ASSIGN TO "depart.dat"
       ORGANIZATION indexed
       ACCESS IS dynamic
       FILE STATUS IS fdp_stat
       RECORD KEY IS fdp_idEl.

       SELECT fabsence ASSIGN TO "absence.dat"
       ORGANIZATION indexed
       ACCESS IS dynamic
       FILE STATUS IS fab_stat
       RECORD KEY IS fab_cle.

       SELECT fcotis ASSIGN TO "cotisation.dat"
       ORGANIZATION indexed
       ACCESS IS dynamic
       FILE STATUS IS ftx_stat
       RECORD KEY IS ftx_cle.

       SELECT fgroupe ASSIGN TO "groupe.dat"
       ORGANIZATION indexed
       ACCESS IS dynamic
       FILE STATUS IS fgr_stat
       RECORD KEY IS fgr_num
       ALTERNATE RECORD KEY IS fgr_idEn WITH DUPLICATES.

       SELECT fcapa ASSIGN TO "capacite.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fcp_stat.

       SELECT fcapcsv ASSIGN TO "capacite.csv"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fcv_stat.

       SELECT fnotif ASSIGN TO "notif.dat"
       ORGANIZATION indexed
       ACCESS IS dynamic
       FILE STATUS IS fno_stat
       RECORD KEY IS fno_num.

       SELECT fnotenv ASSIGN TO "notif_envoi.csv"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fne_stat.

       SELECT fnotstat ASSIGN TO "notif_statut.csv"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fns_stat.

       SELECT fscore ASSIGN TO "score.dat"
       ORGANIZATION indexed
       ACCESS IS dynamic
       FILE STATUS IS fsb_stat
       RECORD KEY IS fsb_idEn.

       SELECT fseuil ASSIGN TO "seuil.dat"
       ORGANIZATION indexed
       ACCESS IS dynamic
       FILE STATUS IS fsu_stat
       RECORD KEY IS fsu_cle.

       SELECT fscorpt ASSIGN TO "scores.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fsr_stat.


       DATA DIVISION.
       FILE SECTION.
         02 fr_matiere PIC X(20).
         02 fr_jour PIC 9(1).
         02 fr_hDebut PIC 9(2).
         02 fr_hForfait PIC 9(3).
         02 fr_numForf PIC 9(5).
         02 fr_numGroupe PIC 9(5).

       FD favis.
       01 Tavis.
         02 ffh_annee PIC 9(4).
         02 ffh_date PIC 9(8).
         02 ffh_montant PIC 9(6).
         02 ffh_nature PIC X(1).

       FD fperiode.
       01 Tperiode.
         02 fsc_gen PIC 9(1).
         02 fsc_date PIC 9(8).
         02 fsc_derGen PIC 9(1).
         02 fsc_nb PIC 9(6) OCCURS 30 TIMES.

       FD fverif.
       01 Tverif.
         02 ft_tarif2 PIC 9(2).
         02 ft_tarif3 PIC 9(2).
         02 ft_tarifEns PIC 9(2).
         02 ft_tarifGrp PIC 9(2).
         02 ft_tarifEnsGrp PIC 9(2).

       FD favoir.
       01 Tavoir.
         02 fav_numAvoir PIC 9(6).
         02 fav_numFact PIC 9(6).
         02 fav_compte.
           03 fav_typeCpt PIC X(1).
           03 fav_idCpt PIC 9(4).
         02 fav_annee PIC 9(4).
         02 fav_date PIC 9(8).
         02 fav_montant PIC 9(6).
         02 fav_nature PIC X(1).
         02 fav_motif PIC X(40).

       FD fbanque.
       01 Tbanque PIC X(200).

       FD freleve.
       01 Treleve.
         02 frb_cle.
           03 frb_totCredit PIC 9(9)V99.
           03 frb_totDebit PIC 9(9)V99.
           03 frb_dateDeb PIC 9(8).
           03 frb_dateFin PIC 9(8).
           03 frb_nbLignes PIC 9(4).
         02 frb_etat PIC 9(1).
         02 frb_dateImport PIC 9(8).
         02 frb_nbPoste PIC 9(4).
         02 frb_mtPoste PIC 9(9)V99.
         02 frb_nbSuspens PIC 9(4).
         02 frb_mtSuspens PIC 9(9)V99.

       FD fsuspens.
       01 Tsuspens.
         02 fsp_num PIC 9(5).
         02 fsp_date PIC 9(8).
         02 fsp_montant PIC 9(7)V99.
         02 fsp_libelle PIC X(60).
         02 fsp_motif PIC X(30).
         02 fsp_etat PIC 9(1).
         02 fsp_dateImport PIC 9(8).
         02 fsp_idEl PIC 9(4).
         02 fsp_annee PIC 9(4).
         02 fsp_numReg PIC 9(3).

       FD frappro.
       01 Trappro PIC X(120).

       FD fattest.
       01 Tattest PIC X(100).

       FD fattctl.
       01 Tattctl PIC X(100).

       FD fforfait.
       01 Tforfait.
         02 ffo_num PIC 9(5).
         02 ffo_compte.
           03 ffo_typeCpt PIC X(1).
           03 ffo_idCpt PIC 9(4).
         02 ffo_matiere PIC X(20).
         02 ffo_hAchat PIC 9(3).
         02 ffo_prix PIC 9(6).
         02 ffo_dateAchat PIC 9(8).
         02 ffo_dateExp PIC 9(8).
         02 ffo_hRestant PIC 9(3).
         02 ffo_annee PIC 9(4).
         02 ffo_numFact PIC 9(6).

       FD fforfrpt.
       01 Tforfrpt PIC X(100).

       FD fdepart.
       01 Tdepart.
         02 fdp_idEl PIC 9(4).
         02 fdp_date PIC 9(8).
         02 fdp_annee PIC 9(4).
         02 fdp_numSem PIC 9(2).
         02 fdp_nbAnnul PIC 9(3).
         02 fdp_hAnnul PIC 9(4).
         02 fdp_hDonnees PIC 9(4).
         02 fdp_valeur PIC 9(6).
         02 fdp_forfait PIC 9(6).
         02 fdp_rembForf PIC 9(6).
         02 fdp_avoir PIC 9(6).
         02 fdp_regle PIC 9(6).
         02 fdp_sens PIC X(1).
         02 fdp_solde PIC 9(7).
         02 fdp_numFact PIC 9(6).
         02 fdp_nbAvoir PIC 9(2).
         02 fdp_idFa PIC 9(4).

       FD fabsence.
       01 Tabsence.
         02 fab_cle.
           03 fab_idEn PIC 9(4).
           03 fab_annee PIC 9(4).
           03 fab_semDeb PIC 9(2).
         02 fab_semFin PIC 9(2).
         02 fab_date PIC 9(8).
         02 fab_nbCours PIC 9(2).
         02 fab_nbReaff PIC 9(2).

       FD fcotis.
       01 Tcotis.
         02 ftx_cle.
           03 ftx_code PIC X(6).
           03 ftx_dateEffet PIC 9(8).
         02 ftx_libelle PIC X(25).
         02 ftx_organisme PIC X(10).
         02 ftx_compte PIC X(8).
         02 ftx_assiette PIC 9(3)V99.
         02 ftx_tauxSal PIC 9(2)V999.
         02 ftx_tauxPat PIC 9(2)V999.

       FD fgroupe.
       01 Tgroupe.
         02 fgr_num PIC 9(5).
         02 fgr_idEn PIC 9(4).
         02 fgr_matiere PIC X(20).
         02 fgr_classe PIC X(15).
         02 fgr_annee PIC 9(4).
         02 fgr_numSem PIC 9(2).
         02 fgr_jour PIC 9(1).
         02 fgr_hDebut PIC 9(2).
         02 fgr_nbHeure PIC 9(3).
         02 fgr_taille PIC 9(1).
         02 fgr_nbInscrits PIC 9(1).
         02 fgr_membre PIC 9(4) OCCURS 4 TIMES.
         02 fgr_etat PIC 9(1).
         02 fgr_nbHReel PIC 9(3).
         02 fgr_date PIC 9(8).

       FD fcapa.
       01 Tcapa PIC X(100).

       FD fcapcsv.
       01 Tcapcsv PIC X(120).

       FD fnotif.
       01 Tnotif.
         02 fno_num PIC 9(6).
         02 fno_type PIC X(8).
         02 fno_dest PIC X(1).
         02 fno_idEl PIC 9(4).
         02 fno_idEn PIC 9(4).
         02 fno_canal PIC X(1).
         02 fno_adresse PIC X(30).
         02 fno_autreNom PIC X(30).
         02 fno_matiere PIC X(20).
         02 fno_annee PIC 9(4).
         02 fno_numSem PIC 9(2).
         02 fno_dateCours PIC 9(8).
         02 fno_jour PIC 9(1).
         02 fno_hDebut PIC 9(2).
         02 fno_nbHeure PIC 9(3).
         02 fno_numGroupe PIC 9(5).
         02 fno_ancDate PIC 9(8).
         02 fno_ancHDebut PIC 9(2).
         02 fno_ancIdEn PIC 9(4).
         02 fno_etat PIC 9(1).
         02 fno_dateCre PIC 9(8).
         02 fno_heureCre PIC 9(4).
         02 fno_dateTrans PIC 9(8).
         02 fno_dateEtat PIC 9(8).
         02 fno_motif PIC X(20).

       FD fnotenv.
       01 Tnotenv PIC X(250).

       FD fnotstat.
       01 Tnotstat PIC X(200).

       FD fscore.
       01 Tscore.
         02 fsb_idEn PIC 9(4).
         02 fsb_annee PIC 9(4).
         02 fsb_date PIC 9(8).
         02 fsb_nbAvis PIC 9(4).
         02 fsb_moyAvis PIC 9V99.
         02 fsb_nbSuivis PIC 9(3).
         02 fsb_progres PIC S9(2)V9.
         02 fsb_nbSeances PIC 9(4).
         02 fsb_nbAnnulEns PIC 9(4).
         02 fsb_tauxAnnul PIC 9(3).
         02 fsb_nbAbsences PIC 9(2).
         02 fsb_coursAbs PIC 9(3).
         02 fsb_nbRemp PIC 9(3).
         02 fsb_nbEleves PIC 9(3).
         02 fsb_nbFideles PIC 9(3).
         02 fsb_tauxFidel PIC 9(3).
         02 fsb_score PIC 9(3).
         02 fsb_alerte PIC X(1).
         02 fsb_motif PIC X(40).

       FD fseuil.
       01 Tseuil.
         02 fsu_cle PIC X(4).
         02 fsu_noteMin PIC 9V9.
         02 fsu_progMin PIC S9V9.
         02 fsu_annulMax PIC 9(3).
         02 fsu_fidelMin PIC 9(3).
         02 fsu_scoreMin PIC 9(3).
         02 fsu_echMin PIC 9(2).

       FD fscorpt.
       01 Tscorpt PIC X(120).

       WORKING-STORAGE SECTION.
       77 fel_stat PIC 9(2).
       77 Wtarif2 PIC 9(2).
       77 Wtarif3 PIC 9(2).
       77 WtarifEns PIC 9(2).
       77 WtarifGrp PIC 9(2).
       77 WtarifEnsGrp PIC 9(2).
       77 WnbHGroupe PIC 9(4).
       77 Wix PIC 9(2).
       77 Wi PIC 9(2).
       77 WfactTotal PIC 9(6).
           03 WAB-idEl PIC 9(4).
           03 WAB-annee PIC 9(4).
           03 WAB-numSem PIC 9(2).
           03 WAB-groupe PIC 9(5).
       77 fat_stat PIC 9(2).
       77 WnumAtt PIC 9(4).
       77 WtrouveAtt PIC 9(1).
       77 WgenChoisie PIC 9(1).
       77 WfichChoisi PIC 9(2).
       77 WsvErr PIC 9(1).
       77 WnbConv PIC 9(6).
       77 WnbKO PIC 9(2).
       77 fvl_stat PIC 9(2).
       77 WvilleOk PIC 9(1).
       77 WfinVille PIC 9(1).

       01 WTabSauve.
         02 WSV OCCURS 30 TIMES.
           03 WSV-Nom PIC X(12).
           03 WSV-Nb PIC 9(6).
       77 WtypeCpt PIC X(1).
       77 WnbEch PIC 9(2).
       77 WtotEch PIC 9(6).
       77 WnbEchRetard PIC 9(4).
       77 fav_stat PIC 9(2).
       77 Wfin4 PIC 9(1).
       77 WnumAvoir PIC 9(6).
       77 WmtAvoir PIC 9(6).
       77 WtotAvoir PIC 9(6).
       77 WavoirFam PIC 9(6).
       77 WdejaAvoir PIC 9(6).
       77 WdejaRegul PIC 9(6).
       77 WresteFact PIC 9(6).
       77 WmotifAvoir PIC X(40).
       77 WnatFact PIC X(1).
       77 WnatAvoir PIC X(1).
       77 WavTypeCpt PIC X(1).
       77 WavIdCpt PIC 9(4).
       77 WnbAvoir PIC 9(4).
       77 WavOk PIC 9(1).
       77 fbq_stat PIC 9(2).
       77 frb_stat PIC 9(2).
       77 fsp_stat PIC 9(2).
       77 frp_stat PIC 9(2).
       77 WbqSep PIC X(1).
       77 WbqNbSep PIC 9(3).
       77 WbqPos PIC 9(3).
       77 WbqDate PIC X(10).
       77 WbqDateTxt PIC X(8).
       77 WbqDateNum PIC 9(8).
       77 WbqMtTxt PIC X(20).
       77 WbqLib PIC X(60).
       77 WbqLibMaj PIC X(60).
       77 WbqLigneOk PIC 9(1).
       77 WbqMontant PIC S9(7)V99.
       77 WbqEntier PIC 9(7).
       77 WbqMtEdit PIC -(7)9.99.
       77 WbqTotEdit PIC -(9)9.99.
       77 WbqNbLignes PIC 9(4).
       77 WbqNbPoste PIC 9(4).
       77 WbqNbSusp PIC 9(4).
       77 WbqNbDebit PIC 9(4).
       77 WbqNbIgnore PIC 9(4).
       77 WbqTotCredit PIC 9(9)V99.
       77 WbqTotDebit PIC 9(9)V99.
       77 WbqTotPoste PIC 9(9)V99.
       77 WbqTotSusp PIC 9(9)V99.
       77 WbqEcart PIC S9(9)V99.
       77 WbqDateDeb PIC 9(8).
       77 WbqDateFin PIC 9(8).
       77 WbqTypeCpt PIC X(1).
       77 WbqIdCpt PIC 9(4).
       77 WbqAnnee PIC 9(4).
       77 WbqNumFact PIC 9(6).
       77 WbqNumEch PIC 9(2).
       77 WbqIdEl PIC 9(4).
       77 WbqMode PIC X(10).
       77 WbqMotif PIC X(30).
       77 WbqNom PIC X(20).
       77 WbqLgNom PIC 9(2).
       77 WbqTally PIC 9(3).
       77 WbqPosNom PIC 9(2).
       77 WbqDerPos PIC 9(2).
       77 WbqCar PIC X(1).
       77 WbqMotOk PIC 9(1).
       77 WbqNbCpt PIC 9(1).
       77 WbqIx PIC 9(1).
       77 WbqDejaVu PIC 9(1).
       77 WbqCtlEtat PIC 9(1).
       77 fatt_stat PIC 9(2).
       77 fac_stat PIC 9(2).
       77 WNomAttest PIC X(30).
       77 WNomAttCtl PIC X(30).
       77 WatAnnee PIC 9(4).
       77 WatCivile PIC 9(4).
       77 WatSession PIC 9(1).
       77 WatType PIC X(1).
       77 WatId PIC 9(4).
       77 WatNom PIC X(20).
       77 WatPrenom PIC X(20).
       77 WatAdresse PIC X(30).
       77 WatRecu PIC 9(6).
       77 WatNbReg PIC 9(4).
       77 WatHeures PIC 9(5).
       77 WatHeure PIC 9(3).
       77 WatNbAtt PIC 9(4).
       77 WatTotRecu PIC 9(8).
       77 WatTotHeures PIC 9(6).
       77 WatTotLedger PIC 9(8).
       77 WatNbLedger PIC 9(5).
       77 WatTotOrphelin PIC 9(8).
       77 WatNbOrphelin PIC 9(4).
       77 WatRemb PIC 9(6).
       77 WatTotRemb PIC 9(8).
       77 WatNbRemb PIC 9(4).
       77 WatRembNonImp PIC 9(8).
       77 WatEcart PIC S9(8).
       77 WatEcartEdit PIC -(8)9.
       77 WatNbEns PIC 9(2).
       77 WatIx PIC 9(2).
       77 WatDejaVu PIC 9(1).
       77 WatDate PIC 9(8).

       77 ffo_stat PIC 9(2).
       77 ffr_stat PIC 9(2).
       77 WforfDemande PIC 9(3).
       77 WforfPris PIC 9(3).
       77 WforfRendu PIC 9(3).
       77 WforfH PIC 9(3).
       77 WforfNum PIC 9(5).
       77 WforfTrouve PIC 9(1).
       77 WforfTypeCpt PIC X(1).
       77 WforfIdCpt PIC 9(4).
       77 WforfDate PIC 9(8).
       77 WforfJours PIC 9(3).
       77 WforfPrix PIC 9(6).
       77 WforfHAchat PIC 9(3).
       77 WtotForfait PIC 9(6).
       77 WforfFam PIC 9(6).
       77 WforfRecette PIC 9(6).
       77 WforfValeur PIC 9(6).
       77 WforfNbAlerte PIC 9(4).
       77 WforfNbExpire PIC 9(4).
       77 WforfHExpire PIC 9(5).
       77 WforfMtExpire PIC 9(7).
       77 WhCouvert PIC 9(4).

       77 fdp_stat PIC 9(2).
       77 WdpParti PIC 9(1).
       77 WdpIdCtl PIC 9(4).
       77 WdpHisto PIC 9(1).
       77 WdpAnnee PIC 9(4).
       77 WdpSem PIC 9(2).
       77 WdpDate PIC 9(8).
       77 WdpCleDep PIC 9(6).
       77 WdpCleRes PIC 9(6).
       77 WdpNbAnnul PIC 9(3).
       77 WdpHAnnul PIC 9(4).
       77 WdpNbAtt PIC 9(3).
       77 WdpNbEch PIC 9(3).
       77 WdpHeures PIC 9(4).
       77 WdpValeur PIC 9(6).
       77 WdpForfait PIC 9(6).
       77 WdpRembForf PIC 9(6).
       77 WdpAvoir PIC 9(6).
       77 WdpRegle PIC 9(6).
       77 WdpDejaFact PIC S9(7).
       77 WdpEcart PIC S9(7).
       77 WdpDu PIC S9(7).
       77 WdpSolde PIC S9(7).
       77 WdpEdit PIC -(7)9.
       77 WdpACrediter PIC 9(6).
       77 WdpReste PIC 9(6).
       77 WdpNumFact PIC 9(6).
       77 WdpNbAvoir PIC 9(2).
       77 WdpPremAvoir PIC 9(6).
       77 WdpSens PIC X(1).
       77 WdpIdFa PIC 9(4).
       77 WdpValFam PIC 9(7).
       77 WdpNbValFam PIC 9(2).
       77 WdpRemise PIC 9(6).
       77 WdpAFacturer PIC 9(7).
       77 WdpFoyer PIC 9(1).
       77 WdpIx PIC 9(2).
       77 WdpNbFR PIC 9(2).
       77 WdpCouvSauve PIC 9(4).

       01 WTabFratrie.
         02 WFR-Id PIC 9(4) OCCURS 20 TIMES.

       77 fab_stat PIC 9(2).
       77 fcp_stat PIC 9(2).
       77 fcv_stat PIC 9(2).
       77 WcpPasse PIC 9(1).
       77 WcpNbSem PIC 9(2).
       77 WcpIs PIC 9(2).
       77 WcpIz PIC 9(2).
       77 WcpIm PIC 9(1).
       77 WcpIv PIC 9(1).
       77 WcpNbZone PIC 9(2).
       77 WcpVille PIC X(10).
       77 WcpAnnee PIC 9(4).
       77 WcpSem PIC 9(2).
       77 WcpSeuilSem PIC 9(2).
       77 WcpSeuilTaux PIC 9(2).
       77 WcpCapSem PIC 9(3).
       77 WcpCap PIC 9(3).
       77 WcpGrille PIC 9(3).
       77 WcpGrilleOuv PIC 9(1).
       77 WcpDemande PIC 9(6).
       77 WcpEcart PIC S9(6).
       77 WcpEcartEdit PIC -(6)9.
       77 WcpActif PIC 9(1).
       77 WcpSurSem PIC X(1).
       77 WcpAlerte PIC X(1).
       77 WcpSerie PIC 9(2).
       77 WcpSerieMax PIC 9(2).
       77 WcpNbAlerte PIC 9(4).
       77 WcpNbSous PIC 9(4).
       77 WcpSemCap PIC 9(2).
       77 WcpSemSous PIC 9(2).
       77 WcpTotCap PIC 9(5).
       77 WcpTotRes PIC 9(5).
       77 WcpTaux PIC 9(3).
       77 WcpHorsCap PIC 9(6).
       77 WcpHorsRes PIC 9(6).
       77 WcpHorsAtt PIC 9(6).

       77 ftx_stat PIC 9(2).
       77 WpcDate PIC 9(8).
       77 WpcBrut PIC 9(7).
       77 WpcTotSal PIC 9(7).
       77 WpcTotPat PIC 9(7).
       77 WpcReste PIC 9(7).
       77 WpcMtInit PIC 9(7).
       77 WpcNet PIC 9(7).
       77 WpcCout PIC 9(7).
       77 WpcNbCot PIC 9(2).
       77 WpcIc PIC 9(2).
       77 WpcIb PIC 9(2).
       77 WpcNbBul PIC 9(2).
       77 WpcCode PIC X(6).
       77 WpcSaisie PIC X(10).
       77 WpcExiste PIC 9(1).
       77 WpcIdEn PIC 9(4).
       77 WpcAnnee PIC 9(4).
       77 WpcMois PIC 9(2).
       77 WpcDebAn PIC 9(8).
       77 WpcDebMois PIC 9(8).
       77 WpcFinMois PIC 9(8).
       77 WpcNbVers PIC 9(3).
       77 WpcNbBulletins PIC 9(4).
       77 WpcMoisBrut PIC 9(7).
       77 WpcMoisSal PIC 9(7).
       77 WpcMoisPat PIC 9(7).
       77 WpcMoisNet PIC 9(7).
       77 WpcMoisCout PIC 9(7).
       77 WpcCumBrut PIC 9(7).
       77 WpcCumSal PIC 9(7).
       77 WpcCumPat PIC 9(7).
       77 WpcCumNet PIC 9(7).
       77 WpcCumCout PIC 9(7).
       77 WpcEdit PIC Z(6)9.
       77 WpcEdit2 PIC Z(6)9.
       77 WpcTauxEdit PIC Z9.999.
       77 WpcTauxEdit2 PIC Z9.999.
       77 WpcAssEdit PIC ZZ9.99.
       77 WmgRecette PIC 9(7).
       77 WmgSalaire PIC 9(7).
       77 WmgMarge PIC S9(7).
       77 WmgEdit PIC -(7)9.
       01 WTabAttEns.
         02 WAE OCCURS 20 TIMES.
           03 WAE-Id PIC 9(4).
           03 WAE-Heures PIC 9(4).

       01 WTabBqCompte.
         02 WBQ OCCURS 5 TIMES.
           03 WBQ-Type PIC X(1).
           03 WBQ-Id PIC 9(4).
           03 WBQ-Annee PIC 9(4).
           03 WBQ-Fact PIC 9(6).

       01 WTabPlanning.
         02 WPL-J OCCURS 7 TIMES.
         02 WTM OCCURS 8 TIMES.
           03 WTM-Nom PIC X(20).
           03 WTM-Heures PIC 9(4).
           03 WTM-HGroupe PIC 9(4).
           03 WTM-Montant PIC 9(6).

       01 WTabZone.
         02 WZN OCCURS 20 TIMES.
           03 WZN-Nom PIC X(10).
           03 WZN-Voisin PIC X(10) OCCURS 4 TIMES.

       01 WTabCapacite.
         02 WCZ OCCURS 20 TIMES.
           03 WCZ-M OCCURS 8 TIMES.
             04 WCZ-S OCCURS 52 TIMES.
               05 WCZ-Cap PIC 9(5).
               05 WCZ-Res PIC 9(5).
               05 WCZ-Att PIC 9(5).

       01 WTabCapSem.
         02 WCS OCCURS 52 TIMES.
           03 WCS-Annee PIC 9(4).
           03 WCS-Sem PIC 9(2).
           03 WCS-EnsRes PIC 9(3).
           03 WCS-EnsAbs PIC 9(1).

       01 WTabCotis.
         02 WCO OCCURS 15 TIMES.
           03 WCO-Code PIC X(6).
           03 WCO-Lib PIC X(25).
           03 WCO-Compte PIC X(8).
           03 WCO-Assiette PIC 9(3)V99.
           03 WCO-TauxSal PIC 9(2)V999.
           03 WCO-TauxPat PIC 9(2)V999.
           03 WCO-Base PIC 9(7).
           03 WCO-MtSal PIC 9(7).
           03 WCO-MtPat PIC 9(7).

       01 WTabBulletin.
         02 WBL OCCURS 15 TIMES.
           03 WBL-Code PIC X(6).
           03 WBL-Lib PIC X(25).
           03 WBL-TauxSal PIC 9(2)V999.
           03 WBL-TauxPat PIC 9(2)V999.
           03 WBL-Base PIC 9(7).
           03 WBL-MtSal PIC 9(7).
           03 WBL-MtPat PIC 9(7).

       77 fgr_stat PIC 9(2).
       77 WgrNum PIC 9(5).
       77 WhCharge PIC 9(3).
       77 WgrPorteur PIC 9(1).
       77 WgrHReel PIC 9(3).
       77 WgrIx PIC 9(1).
       77 WgrIy PIC 9(1).
       77 WgrTrouve PIC 9(1).
       77 WgrPresents PIC 9(1).
       77 WgrSuite PIC 9(1).
       77 WgrTaille PIC 9(1).
       77 WgrEtat PIC 9(1).
       77 WgrIdEl PIC 9(4).
       77 WgrNumSauve PIC 9(5).
       77 WgrCreneauOk PIC 9(1).
       77 fno_stat PIC 9(2).
       77 fne_stat PIC 9(2).
       77 fns_stat PIC 9(2).
       77 WnoType PIC X(8).
       77 WnoDest PIC X(1).
       77 WnoAnnee PIC 9(4).
       77 WnoSem PIC 9(2).
       77 WnoJour PIC 9(1).
       77 WnoDate PIC 9(8).
       77 WnoCivile PIC 9(4).
       77 WnoJ4 PIC 9(7).
       77 WnoLundi PIC 9(7).
       77 WnoJeudi PIC 9(7).
       77 WnoAncAnnee PIC 9(4).
       77 WnoAncSem PIC 9(2).
       77 WnoAncJour PIC 9(1).
       77 WnoAncHDeb PIC 9(2).
       77 WnoAncIdEn PIC 9(4).
       77 WnoRapAnnee PIC 9(4).
       77 WnoRapSem PIC 9(2).
       77 WnoNbE PIC 9(5).
       77 WnoNbP PIC 9(5).
       77 WnoNbTrans PIC 9(5).
       77 WnoNbSans PIC 9(5).
       77 WnoNbEnvoye PIC 9(5).
       77 WnoNbEchec PIC 9(5).
       77 WnoNbRejet PIC 9(5).
       77 WnoNbVus PIC 9(5).
       77 WnoEtat PIC 9(1).
       77 WnoIdEl PIC 9(4).
       77 WnoNumLu PIC 9(6).
       77 WnoDateLue PIC 9(8).
       77 WnoFamOk PIC 9(1).
       77 WnoEleOk PIC 9(1).
       77 WnoEnsOk PIC 9(1).
       77 WnoSep PIC X(1).
       77 WnoNbSep PIC 9(3).
       77 WnoNumTxt PIC X(10).
       77 WnoStatTxt PIC X(10).
       77 WnoDateTxt PIC X(10).
       77 WnoMotifTxt PIC X(60).
       77 WnoObjet PIC X(40).
       77 WgrAbsOk PIC 9(2).
       77 WgrAbsKo PIC 9(2).
       77 WgrNbVus PIC 9(4).
       77 WgrOkAvant PIC 9(2).
       77 WgrNbBasc PIC 9(1).
       77 WgrNbEchec PIC 9(1).
       77 WgrDiffere PIC 9(1) VALUE 0.

       01 WTabGrBascule.
         02 WGB-Fait PIC 9(1) OCCURS 4 TIMES.

       77 WnbPG PIC 9(2).
       77 WpgIx PIC 9(2).

       01 WTabPlanGroupe.
         02 WPG OCCURS 10 TIMES.
           03 WPG-Num PIC 9(5).
           03 WPG-Lg PIC 9(3).
           03 WPG-Noms PIC X(100).

       01 WTabMargeVille.
         02 WMV OCCURS 8 TIMES.
           03 WMV-Recette PIC 9(6).
           03 WMV-Salaire PIC 9(6).

       77 fsb_stat PIC 9(2).
       77 fsu_stat PIC 9(2).
       77 fsr_stat PIC 9(2).
       77 WscAnnee PIC 9(4).
       77 WscNbAvis PIC 9(4).
       77 WscTotAvis PIC 9(5).
       77 WscMoyAvis PIC 9V99.
       77 WscNbSuivis PIC 9(3).
       77 WscProgTot PIC S9(5).
       77 WscProg PIC S9(2)V9.
       77 WscNbSeances PIC 9(4).
       77 WscNbAnnul PIC 9(4).
       77 WscTauxAnnul PIC 9(3).
       77 WscNbEleves PIC 9(3).
       77 WscNbFideles PIC 9(3).
       77 WscTauxFidel PIC 9(3).
       77 WscNbAbs PIC 9(2).
       77 WscCoursAbs PIC 9(3).
       77 WscNbRemp PIC 9(3).
       77 WscPoints PIC S9(3)V99.
       77 WscScore PIC 9(3).
       77 WscConnu PIC 9(1).
       77 WscAlerte PIC X(1).
       77 WscMotif PIC X(40).
       77 WscNbEns PIC 9(4).
       77 WscNbAlerte PIC 9(4).
       77 WscNoteDeb PIC 9(2).
       77 WscNoteFin PIC 9(2).
       77 WscRangDeb PIC 9(2).
       77 WscRangFin PIC 9(2).
       77 WscRang PIC 9(2).
       77 WscNbNotes PIC 9(3).
       77 WscIx PIC 9(3).
       77 WscTrouve PIC 9(1).
       77 WscFiltre PIC 9(1).
       77 WscMoyEdit PIC 9.99.
       77 WscProgEdit PIC -Z9.9.
       77 WscNoteEdit PIC 9.9.
       77 WscProgBorne PIC S9(2)V9.
       77 WscPtr PIC 9(2).
       77 WscSeuilEdit PIC -9.9.
       77 WsuNoteMin PIC 9V9.
       77 WsuProgMin PIC S9V9.
       77 WsuAnnulMax PIC 9(3).
       77 WsuFidelMin PIC 9(3).
       77 WsuScoreMin PIC 9(3).
       77 WsuEchMin PIC 9(2).
       77 WjpDate PIC X(14).
       77 WjpId PIC X(30).
       77 WjpChamp PIC X(20).
       77 WjpAvant PIC X(25).
       77 WjpApres PIC X(25).
       77 WjpIdEn PIC 9(4).
       77 WscCompte PIC 9(1).
       77 WscAnneeGrp PIC 9(4).
       77 WscGrpOuvert PIC 9(1).
       77 WnbSE PIC 9(3).
       77 WnbRM PIC 9(3).
       77 WnbPR PIC 9(2).
       77 WprIx PIC 9(2).
       77 WprIy PIC 9(2).

       01 WTabScoreEleve.
         02 WSE OCCURS 300 TIMES.
           03 WSE-Id PIC 9(4).
           03 WSE-Nb PIC 9(2).

       01 WTabRemplacant.
         02 WRM OCCURS 200 TIMES.
           03 WRM-Id PIC 9(4).
           03 WRM-Nb PIC 9(3).

       01 WTabPropose.
         02 WPR OCCURS 99 TIMES.
           03 WPR-Id PIC 9(4).
           03 WPR-Score PIC 9(3).
           03 WPR-Connu PIC 9(1).
           03 WPR-Ville PIC 9(1).
           03 WPR-Alerte PIC X(1).

       01 WPrTmp.
         02 WPrTmp-Id PIC 9(4).
         02 WPrTmp-Score PIC 9(3).
         02 WPrTmp-Connu PIC 9(1).
         02 WPrTmp-Ville PIC 9(1).
         02 WPrTmp-Alerte PIC X(1).

       PROCEDURE DIVISION.
       PERFORM LOT_AUTOMATE
       IF WlotAuto = 0
                 MOVE 12 TO ft_tarif2
                 MOVE 10 TO ft_tarif3
                 MOVE 9 TO ft_tarifEns
                 MOVE 9 TO ft_tarifGrp
                 MOVE 14 TO ft_tarifEnsGrp
                 WRITE Ttarif
               END-PERFORM
       END-IF
               PERFORM CREER_VILLES_DEFAUT
               OPEN I-O fville
       END-IF
       OPEN I-O favoir
       IF fav_stat =35 THEN
               OPEN OUTPUT favoir
       END-IF
       OPEN I-O freleve
       IF frb_stat =35 THEN
               OPEN OUTPUT freleve
       END-IF
       OPEN I-O fsuspens
       IF fsp_stat =35 THEN
               OPEN OUTPUT fsuspens
       END-IF
       OPEN I-O fforfait
       IF ffo_stat =35 THEN
               OPEN OUTPUT fforfait
       END-IF
       OPEN I-O fdepart
       IF fdp_stat =35 THEN
               OPEN OUTPUT fdepart
       END-IF
       OPEN I-O fabsence
       IF fab_stat =35 THEN
               OPEN OUTPUT fabsence
       END-IF
       OPEN I-O fcotis
       IF ftx_stat =35 THEN
               OPEN OUTPUT fcotis
       END-IF
       OPEN I-O fgroupe
       IF fgr_stat =35 THEN
               OPEN OUTPUT fgroupe
       END-IF
       OPEN I-O fnotif
       IF fno_stat =35 THEN
               OPEN OUTPUT fnotif
       END-IF
       OPEN I-O fscore
       IF fsb_stat =35 THEN
               OPEN OUTPUT fscore
       END-IF
       OPEN I-O fseuil
       IF fsu_stat =35 THEN
               OPEN OUTPUT fseuil
       END-IF
       CLOSE feleve
       CLOSE fenseignant
       CLOSE freserv
       CLOSE frelance
       CLOSE ffacthist
       CLOSE fperiode
       CLOSE fville
       CLOSE favoir
       CLOSE freleve
       CLOSE fsuspens
       CLOSE fforfait
       CLOSE fdepart
       CLOSE fabsence
       CLOSE fcotis
       CLOSE fgroupe
       CLOSE fnotif
       CLOSE fscore
       CLOSE fseuil.

       LOT_AUTOMATE.
     **Mode lot sans operateur: si lotparam.txt est present au
     **lancement, chaque ligne (type,annee,mode,semaine,reprise,
     **datefact separes par des virgules) declenche un passage
     **FACT (facturation des eleves), PAIE (versements des
     **enseignants), BAL (balance agee), ATTF (attestations
     **fiscales de l'annee civile donnee), RAPL (rappels des cours de
     **la semaine donnee, par defaut la semaine prochaine), NOTI
     **(retour d'envoi puis transmission des messages) ou SCOR
     **(tableau de bord des enseignants de l'annee) en prenant
     **les reponses dans la ligne au lieu du clavier: DEMANDE_ANNEE,
     **DEMANDE_REPRISE, les choix de mode et DEMANDE_DATE servent
     **alors les valeurs du parametrage. Chaque passage est trace
     **dans lot.log (debut, fin, compteurs, OK/KO) pour controle le
       COMPUTE WlotDateF = FUNCTION NUMVAL(WprmDate)
       MOVE 1 TO WlotOk
       IF WlotType NOT = "FACT" AND WlotType NOT = "PAIE"
         AND WlotType NOT = "BAL" AND WlotType NOT = "ATTF"
         AND WlotType NOT = "RAPL" AND WlotType NOT = "NOTI"
         AND WlotType NOT = "SCOR"
         MOVE 0 TO WlotOk
       END-IF
       IF WlotType = "RAPL" AND WlotSem > 52
         MOVE 0 TO WlotOk
       END-IF
       IF WlotType = "ATTF" OR WlotType = "SCOR"
         IF WlotAnnee < 2000 OR WlotAnnee > 2099
           MOVE 0 TO WlotOk
         END-IF
       END-IF
       IF WlotType = "FACT"
         IF WlotMode < 1 OR WlotMode > 3
           MOVE 0 TO WlotOk
             STRING "FIN OK BAL: " WnbImpaye
                 " compte(s) en impaye" INTO WlogTexte
             PERFORM LOT_JOURNAL
           WHEN "ATTF"
             PERFORM ATTESTATIONS_FISCALES
             MOVE SPACES TO WlogTexte
             STRING "FIN OK ATTF: " WatNbAtt " attestation(s) "
                 WatTotRecu " euros, ecart " WatEcartEdit
                 INTO WlogTexte
             PERFORM LOT_JOURNAL
           WHEN "RAPL"
             PERFORM NOTIF_RAPPELS
             MOVE SPACES TO WlogTexte
             STRING "FIN OK RAPL: semaine " WnoRapSem "/" WnoRapAnnee
                 ", rappels " WnoNbE " eleve(s) " WnoNbP
                 " enseignant(s)" INTO WlogTexte
             PERFORM LOT_JOURNAL
           WHEN "NOTI"
             PERFORM NOTIF_STATUTS
             PERFORM NOTIF_TRANSMETTRE
             MOVE SPACES TO WlogTexte
             STRING "FIN OK NOTI: retour " WnoNbEnvoye " envoye(s) "
                 WnoNbEchec " echec(s) " WnoNbRejet " rejet(s), "
                 WnoNbTrans " transmis " WnoNbSans
                 " sans coordonnees" INTO WlogTexte
             PERFORM LOT_JOURNAL
           WHEN "SCOR"
             PERFORM SCORE_CALCULER
             MOVE SPACES TO WlogTexte
             STRING "FIN OK SCOR: " WscNbEns " enseignant(s), "
                 WscNbAlerte " a revoir" INTO WlogTexte
             PERFORM LOT_JOURNAL
         END-EVALUATE
       END-IF.

       DISPLAY"| 3-Verifier une generation de sauvegarde              |"
       DISPLAY"| 4-Restaurer un fichier depuis une generation         |"
       DISPLAY"| 5-Gerer le referentiel des villes                    |"
       DISPLAY"| 6-Convertir les fichiers a la structure actuelle     |"
       DISPLAY"|______________________________________________________|"
       ACCEPT Wnb
       EVALUATE Wnb
         WHEN 3 PERFORM VERIFIER_SAUVEGARDE
         WHEN 4 PERFORM RESTAURER_FICHIER
         WHEN 5 PERFORM GERER_VILLES
         WHEN 6 PERFORM CONVERTIR_FICHIERS
         WHEN OTHER
          DISPLAY "!!!!!!!!!!!!!!!!!!!!!"
          DISPLAY "Entree non valide"
     **Table des fichiers maitres indexes couverts par la
     **sauvegarde par generations, dans l'ordre des WHEN des
     **paragraphes d'acces generiques.
       PERFORM VARYING Wix FROM 1 BY 1 UNTIL Wix > 30
         MOVE SPACES TO WSV-Nom(Wix)
         MOVE 0 TO WSV-Nb(Wix)
       END-PERFORM
       MOVE 'relance' TO WSV-Nom(15)
       MOVE 'facthist' TO WSV-Nom(16)
       MOVE 'periode' TO WSV-Nom(17)
       MOVE 'ville' TO WSV-Nom(18)
       MOVE 'avoir' TO WSV-Nom(19)
       MOVE 'releve' TO WSV-Nom(20)
       MOVE 'suspens' TO WSV-Nom(21)
       MOVE 'forfait' TO WSV-Nom(22)
       MOVE 'depart' TO WSV-Nom(23)
       MOVE 'absence' TO WSV-Nom(24)
       MOVE 'cotisation' TO WSV-Nom(25)
       MOVE 'groupe' TO WSV-Nom(26)
       MOVE 'notif' TO WSV-Nom(27)
       MOVE 'score' TO WSV-Nom(28)
       MOVE 'seuil' TO WSV-Nom(29).

       SAUVE_NOM_GENERATION.
     **Construit dans WNomHisto le nom du fichier de decharge de la
           MOVE 0 TO fsc_gen
           MOVE 0 TO fsc_date
           MOVE 0 TO fsc_derGen
           PERFORM VARYING Wix FROM 1 BY 1 UNTIL Wix > 30
             MOVE 0 TO fsc_nb(Wix)
           END-PERFORM
           WRITE Tsauvectl END-WRITE
         MOVE 1 TO WgenChoisie
       END-IF
       DISPLAY "Sauvegarde vers la generation " WgenChoisie
       PERFORM VARYING Wfx FROM 1 BY 1 UNTIL Wfx > 29
         PERFORM SAUVE_UN_FICHIER
       END-PERFORM
       MOVE 0 TO fsc_gen
       MOVE WgenChoisie TO fsc_gen
       MOVE FUNCTION CURRENT-DATE(1:8) TO fsc_date
       MOVE WgenChoisie TO fsc_derGen
       PERFORM VARYING Wix FROM 1 BY 1 UNTIL Wix > 30
         MOVE WSV-Nb(Wix) TO fsc_nb(Wix)
       END-PERFORM
       WRITE Tsauvectl
         WHEN 18
           OPEN INPUT fville
           IF fvl_stat = 35 MOVE 1 TO WfichAbsent END-IF
         WHEN 19
           OPEN INPUT favoir
           IF fav_stat = 35 MOVE 1 TO WfichAbsent END-IF
         WHEN 20
           OPEN INPUT freleve
           IF frb_stat = 35 MOVE 1 TO WfichAbsent END-IF
         WHEN 21
           OPEN INPUT fsuspens
           IF fsp_stat = 35 MOVE 1 TO WfichAbsent END-IF
         WHEN 22
           OPEN INPUT fforfait
           IF ffo_stat = 35 MOVE 1 TO WfichAbsent END-IF
         WHEN 23
           OPEN INPUT fdepart
           IF fdp_stat = 35 MOVE 1 TO WfichAbsent END-IF
         WHEN 24
           OPEN INPUT fabsence
           IF fab_stat = 35 MOVE 1 TO WfichAbsent END-IF
         WHEN 25
           OPEN INPUT fcotis
           IF ftx_stat = 35 MOVE 1 TO WfichAbsent END-IF
         WHEN 26
           OPEN INPUT fgroupe
           IF fgr_stat = 35 MOVE 1 TO WfichAbsent END-IF
         WHEN 27
           OPEN INPUT fnotif
           IF fno_stat = 35 MOVE 1 TO WfichAbsent END-IF
         WHEN 28
           OPEN INPUT fscore
           IF fsb_stat = 35 MOVE 1 TO WfichAbsent END-IF
         WHEN 29
           OPEN INPUT fseuil
           IF fsu_stat = 35 MOVE 1 TO WfichAbsent END-IF
       END-EVALUATE.

       SAUVE_LIRE_SUIVANT.
               AT END MOVE 1 TO WfinFich
               NOT AT END MOVE Tville TO Thisto
             END-READ
           WHEN 19
             READ favoir NEXT
               AT END MOVE 1 TO WfinFich
               NOT AT END MOVE Tavoir TO Thisto
             END-READ
           WHEN 20
             READ freleve NEXT
               AT END MOVE 1 TO WfinFich
               NOT AT END MOVE Treleve TO Thisto
             END-READ
           WHEN 21
             READ fsuspens NEXT
               AT END MOVE 1 TO WfinFich
               NOT AT END MOVE Tsuspens TO Thisto
             END-READ
           WHEN 22
             READ fforfait NEXT
               AT END MOVE 1 TO WfinFich
               NOT AT END MOVE Tforfait TO Thisto
             END-READ
           WHEN 23
             READ fdepart NEXT
               AT END MOVE 1 TO WfinFich
               NOT AT END MOVE Tdepart TO Thisto
             END-READ
           WHEN 24
             READ fabsence NEXT
               AT END MOVE 1 TO WfinFich
               NOT AT END MOVE Tabsence TO Thisto
             END-READ
           WHEN 25
             READ fcotis NEXT
               AT END MOVE 1 TO WfinFich
               NOT AT END MOVE Tcotis TO Thisto
             END-READ
           WHEN 26
             READ fgroupe NEXT
               AT END MOVE 1 TO WfinFich
               NOT AT END MOVE Tgroupe TO Thisto
             END-READ
           WHEN 27
             READ fnotif NEXT
               AT END MOVE 1 TO WfinFich
               NOT AT END MOVE Tnotif TO Thisto
             END-READ
           WHEN 28
             READ fscore NEXT
               AT END MOVE 1 TO WfinFich
               NOT AT END MOVE Tscore TO Thisto
             END-READ
           WHEN 29
             READ fseuil NEXT
               AT END MOVE 1 TO WfinFich
               NOT AT END MOVE Tseuil TO Thisto
             END-READ
         END-EVALUATE
       END-IF.

           WHEN 16 CLOSE ffacthist
           WHEN 17 CLOSE fperiode
           WHEN 18 CLOSE fville
           WHEN 19 CLOSE favoir
           WHEN 20 CLOSE freleve
           WHEN 21 CLOSE fsuspens
           WHEN 22 CLOSE fforfait
           WHEN 23 CLOSE fdepart
           WHEN 24 CLOSE fabsence
           WHEN 25 CLOSE fcotis
           WHEN 26 CLOSE fgroupe
           WHEN 27 CLOSE fnotif
           WHEN 28 CLOSE fscore
           WHEN 29 CLOSE fseuil
         END-EVALUATE
       END-IF.

           DISPLAY "Verification de la generation " WgenChoisie
             " sauvegardee le " fsc_date
           MOVE 0 TO WnbKO
           PERFORM VARYING Wfx FROM 1 BY 1 UNTIL Wfx > 29
             PERFORM VERIF_UN_FICHIER
           END-PERFORM
           IF WnbKO = 0
     **remplace (index reconstruit par le rechargement), apres
     **confirmation et journalisation.
       PERFORM INIT_TAB_SAUVE
       PERFORM VARYING Wfx FROM 1 BY 1 UNTIL Wfx > 29
         DISPLAY "  " Wfx ": " WSV-Nom(Wfx)
       END-PERFORM
       MOVE 0 TO WfichChoisi
       PERFORM WITH TEST AFTER UNTIL WfichChoisi>=1
           AND WfichChoisi<=29
         DISPLAY "Numero du fichier a restaurer (1-29)"
         ACCEPT WfichChoisi
       END-PERFORM
       MOVE WfichChoisi TO Wfx
         CLOSE fhisto
       END-IF.

       CONVERTIR_FICHIERS.
     **Passage unique a la structure actuelle des fichiers dont
     **l'enregistrement s'est allonge: reserv.dat (heures et numero
     **de forfait, numero de groupe), tarif.dat (tarifs de groupe)
     **et facthist.dat (nature de la facture). Chacun est recharge
     **depuis sa decharge d'une generation prise avant la mise en
     **service de la structure actuelle; les zones ajoutees, vides
     **dans l'ancienne decharge, recoivent leur valeur par defaut
     **(0, tarifs fixes 9 et 14, nature 'L' facture d'heures). Une
     **ligne deja a la structure actuelle est rechargee telle quelle.
       PERFORM INIT_TAB_SAUVE
       MOVE 0 TO WgenChoisie
       PERFORM WITH TEST AFTER UNTIL WgenChoisie>=1
           AND WgenChoisie<=5
         DISPLAY "Generation source (1-5)"
         ACCEPT WgenChoisie
       END-PERFORM
       MOVE 0 TO Wconfirme
       PERFORM WITH TEST AFTER UNTIL Wconfirme=1 OR Wconfirme=2
         DISPLAY "ATTENTION: reserv, tarif et facthist vont"
           " etre remplaces par cette generation. Confirmer ?"
           " (1:oui/2:non)"
         ACCEPT Wconfirme
       END-PERFORM
       IF Wconfirme = 1
         MOVE 3 TO Wfx
         PERFORM CONVERTIR_UN_FICHIER
         MOVE 10 TO Wfx
         PERFORM CONVERTIR_UN_FICHIER
         MOVE 16 TO Wfx
         PERFORM CONVERTIR_UN_FICHIER
       END-IF.

       CONVERTIR_UN_FICHIER.
     **Recharge le fichier maitre Wfx depuis sa decharge de la
     **generation WgenChoisie en completant les zones ajoutees.
       PERFORM SAUVE_NOM_GENERATION
       OPEN INPUT fhisto
       IF fh_stat = 35
         DISPLAY "Pas de decharge de " WSV-Nom(Wfx) " dans cette"
           " generation, fichier laisse tel quel"
       ELSE
         MOVE SPACES TO WjrnId
         STRING FUNCTION TRIM(WSV-Nom(Wfx)) DELIMITED BY SIZE
             "/G" DELIMITED BY SIZE
             WgenChoisie DELIMITED BY SIZE
             INTO WjrnId
         MOVE "CONVERSION" TO WjrnChamp
         MOVE "ancienne" TO WjrnAvant
         MOVE "actuelle" TO WjrnApres
         PERFORM JOURNALISER
         PERFORM RESTAURE_OUVRIR_FICHIER
         MOVE 0 TO WnbRec
         MOVE 0 TO WnbConv
         MOVE 0 TO WsvErr
         MOVE 0 TO Wfin2
         PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
           READ fhisto
             AT END
               MOVE 1 TO Wfin2
             NOT AT END
               PERFORM CONVERTIR_ENREG
               ADD 1 TO WnbRec
           END-READ
         END-PERFORM
         MOVE 0 TO WfichAbsent
         PERFORM FERMER_FICHIER_MAITRE
         CLOSE fhisto
         IF WsvErr = 1
           DISPLAY "ATTENTION: doublon(s) de cle rejetes au"
             " rechargement de " WSV-Nom(Wfx)
         END-IF
         DISPLAY WSV-Nom(Wfx) ": " WnbRec " enregistrement(s)"
           " recharges dont " WnbConv " completes"
       END-IF.

       CONVERTIR_ENREG.
     **Recharge la ligne courante de la decharge (Thisto) dans le
     **fichier maitre Wfx, zones ajoutees completees si besoin.
       EVALUATE Wfx
         WHEN 3
           MOVE Thisto TO Treserv
           IF fr_hForfait NOT NUMERIC OR fr_numForf NOT NUMERIC
             OR fr_numGroupe NOT NUMERIC
             MOVE 0 TO fr_hForfait
             MOVE 0 TO fr_numForf
             MOVE 0 TO fr_numGroupe
             ADD 1 TO WnbConv
           END-IF
           WRITE Treserv
             INVALID KEY MOVE 1 TO WsvErr
           END-WRITE
         WHEN 10
           MOVE Thisto TO Ttarif
           IF ft_tarifGrp NOT NUMERIC OR ft_tarifGrp = 0
             OR ft_tarifEnsGrp NOT NUMERIC OR ft_tarifEnsGrp = 0
             IF ft_tarifGrp NOT NUMERIC OR ft_tarifGrp = 0
               MOVE 9 TO ft_tarifGrp
             END-IF
             IF ft_tarifEnsGrp NOT NUMERIC OR ft_tarifEnsGrp = 0
               MOVE 14 TO ft_tarifEnsGrp
             END-IF
             ADD 1 TO WnbConv
           END-IF
           WRITE Ttarif
             INVALID KEY MOVE 1 TO WsvErr
           END-WRITE
         WHEN 16
           MOVE Thisto TO Tfacthist
           IF ffh_nature = SPACE
             MOVE 'L' TO ffh_nature
             ADD 1 TO WnbConv
           END-IF
           WRITE Tfacthist
             INVALID KEY MOVE 1 TO WsvErr
           END-WRITE
       END-EVALUATE.

       RESTAURE_OUVRIR_FICHIER.
     **Recree vide le fichier maitre de rang Wfx avant
     **rechargement.
         WHEN 16 OPEN OUTPUT ffacthist
         WHEN 17 OPEN OUTPUT fperiode
         WHEN 18 OPEN OUTPUT fville
         WHEN 19 OPEN OUTPUT favoir
         WHEN 20 OPEN OUTPUT freleve
         WHEN 21 OPEN OUTPUT fsuspens
         WHEN 22 OPEN OUTPUT fforfait
         WHEN 23 OPEN OUTPUT fdepart
         WHEN 24 OPEN OUTPUT fabsence
         WHEN 25 OPEN OUTPUT fcotis
         WHEN 26 OPEN OUTPUT fgroupe
         WHEN 27 OPEN OUTPUT fnotif
         WHEN 28 OPEN OUTPUT fscore
         WHEN 29 OPEN OUTPUT fseuil
       END-EVALUATE.

       RESTAURE_ECRIRE_ENREG.
           WRITE Tville
             INVALID KEY MOVE 1 TO WsvErr
           END-WRITE
         WHEN 19
           MOVE Thisto TO Tavoir
           WRITE Tavoir
             INVALID KEY MOVE 1 TO WsvErr
           END-WRITE
         WHEN 20
           MOVE Thisto TO Treleve
           WRITE Treleve
             INVALID KEY MOVE 1 TO WsvErr
           END-WRITE
         WHEN 21
           MOVE Thisto TO Tsuspens
           WRITE Tsuspens
             INVALID KEY MOVE 1 TO WsvErr
           END-WRITE
         WHEN 22
           MOVE Thisto TO Tforfait
           WRITE Tforfait
             INVALID KEY MOVE 1 TO WsvErr
           END-WRITE
         WHEN 23
           MOVE Thisto TO Tdepart
           WRITE Tdepart
             INVALID KEY MOVE 1 TO WsvErr
           END-WRITE
         WHEN 24
           MOVE Thisto TO Tabsence
           WRITE Tabsence
             INVALID KEY MOVE 1 TO WsvErr
           END-WRITE
         WHEN 25
           MOVE Thisto TO Tcotis
           WRITE Tcotis
             INVALID KEY MOVE 1 TO WsvErr
           END-WRITE
         WHEN 26
           MOVE Thisto TO Tgroupe
           WRITE Tgroupe
             INVALID KEY MOVE 1 TO WsvErr
           END-WRITE
         WHEN 27
           MOVE Thisto TO Tnotif
           WRITE Tnotif
             INVALID KEY MOVE 1 TO WsvErr
           END-WRITE
         WHEN 28
           MOVE Thisto TO Tscore
           WRITE Tscore
             INVALID KEY MOVE 1 TO WsvErr
           END-WRITE
         WHEN 29
           MOVE Thisto TO Tseuil
           WRITE Tseuil
             INVALID KEY MOVE 1 TO WsvErr
           END-WRITE
       END-EVALUATE.

       CONTROLE_INTEGRITE.
           MOVE "present" TO WjrnAvant
           MOVE "supprime" TO WjrnApres
           PERFORM JOURNALISER
           PERFORM FORFAIT_ANNULER_RESERV
           PERFORM GROUPE_RETIRER_MEMBRE
           DELETE freserv RECORD
           DISPLAY "Reservation supprimee"
         END-IF
       END-PERFORM.

       CTRL_CUMUL_SEMAINE.
     **Ajoute les heures de la reservation courante a la charge de
     **l'enseignant (WhCharge, un cours de groupe comptant une fois)
     **au cumul de l'annee/semaine dans WTabSurcharge.
       PERFORM GROUPE_CHARGE_RESERV
       MOVE 0 TO WtrouveRes
       PERFORM VARYING Wisc FROM 1 BY 1 UNTIL Wisc > WnbSC
         IF WSC-Annee(Wisc) = fr_annee AND WSC-Sem(Wisc) = fr_numSem
           ADD WhCharge TO WSC-Heures(Wisc)
           MOVE 1 TO WtrouveRes
         END-IF
       END-PERFORM
           ADD 1 TO WnbSC
           MOVE fr_annee TO WSC-Annee(WnbSC)
           MOVE fr_numSem TO WSC-Sem(WnbSC)
           MOVE WhCharge TO WSC-Heures(WnbSC)
         ELSE
           IF WscPlein = 0
             MOVE 1 TO WscPlein
       DISPLAY"| 1-Ajouter un eleve                                   |"
       DISPLAY"| 2-Afficher les eleves                                |"
       DISPLAY"| 3-Modifier les donnees d'un eleve                    |"
       DISPLAY"| 4-Supprimer un eleve ou enregistrer son depart       |"
       DISPLAY"| 5-Rendre un Eleve Indisponible                       |"
       DISPLAY"| 6-Rendre un Eleve disponible                         |"
       DISPLAY"| 7-Afficher les Eleves indisponible                   |"
       DISPLAY"| 1-Ajouter une famille (payeur)                       |"
       DISPLAY"| 2-Afficher les familles et leurs enfants             |"
       DISPLAY"| 3-Rattacher un eleve a une famille (0 = detacher)    |"
       DISPLAY"| 4-Vendre un forfait d'heures prepayees               |"
       DISPLAY"| 5-Afficher les forfaits d'un eleve et de sa famille  |"
       DISPLAY"| 6-Rapport des forfaits (renouvellement, expires)     |"
       DISPLAY"|______________________________________________________|"
       ACCEPT Wnb
       EVALUATE Wnb
         WHEN 1 PERFORM AJOUT_FAMILLE
         WHEN 2 PERFORM AFFICHER_FAMILLES
         WHEN 3 PERFORM RATTACHER_ELEVE_FAMILLE
         WHEN 4 PERFORM FORFAIT_VENDRE
         WHEN 5 PERFORM FORFAIT_AFFICHER
         WHEN 6 PERFORM FORFAIT_RAPPORT
         WHEN OTHER
          DISPLAY "!!!!!!!!!!!!!!!!!!!!!"
          DISPLAY "Entree non valide"
       PERFORM DEMANDE_AFFICHAGE_ELEVE
         DISPLAY "Identifiant de l'eleve a supprimer ?"
         ACCEPT Wid
         PERFORM DEPART_HISTORIQUE_ELEVE
         IF WdpHisto = 0
           OPEN I-O feleve
           MOVE Wid TO fel_idEl
           READ feleve
                DISPLAY 'Suppression du joueur reussie '
           END-READ
           CLOSE feleve
         ELSE
           DISPLAY"Eleve non supprimable des donnees"
           MOVE 0 TO Wnb
           PERFORM WITH TEST AFTER UNTIL Wnb>=1 AND Wnb<=3
             DISPLAY"1: Le rendre indisponible / 2: Ne rien faire"
             DISPLAY"3: Enregistrer son depart (solde de tout compte)"
             ACCEPT Wnb
           END-PERFORM
           IF  Wnb=1
             MOVE Wid TO fel_idEl
             MOVE 3 TO Wnb2
             PERFORM INDISPO_ELEVE
             MOVE 0 TO Wnb2
           END-IF
           IF  Wnb=3
             PERFORM DEPART_ELEVE
           END-IF
         END-IF.

       INDISPO_ELEVE.
       IF Wnb2<>3
             MOVE 0 TO fel_dispo
             REWRITE Televe END-REWRITE
           ELSE
             IF fel_dispo=2
               DISPLAY "Cet eleve a quitte l'ecole"
             ELSE
               DISPLAY "Cet eleve est deja indisponible"
             END-IF
           END-IF
       END-READ
       CLOSE feleve.
             MOVE 1 TO fel_dispo
             REWRITE Televe END-REWRITE
           ELSE
             IF fel_dispo=2
               DISPLAY "Cet eleve a quitte l'ecole, depart definitif"
             ELSE
               DISPLAY "Cet éléve est deja disponible"
             END-IF
           END-IF
       END-READ
       CLOSE feleve.
       MOVE 'Allemand' TO WTM-Nom(8)
       PERFORM VARYING Wix FROM 1 BY 1 UNTIL Wix > 8
         MOVE 0 TO WTM-Heures(Wix)
         MOVE 0 TO WTM-HGroupe(Wix)
         MOVE 0 TO WTM-Montant(Wix)
       END-PERFORM.

         END-IF
       END-PERFORM.

       MATIERE_CUMULER_HEURES.
     **Ajoute les heures WhReel de la reservation courante aux heures
     **de la matiere Wi: heures de cours de groupe a part, facturees
     **au tarif de groupe par eleve.
       IF fr_numGroupe > 0
         ADD WhReel TO WTM-HGroupe(Wi)
       ELSE
         ADD WhReel TO WTM-Heures(Wi)
       END-IF.

       LIRE_TARIF.
     **Charge dans Wtarif1/Wtarif2/Wtarif3/WtarifEns le tarif de la
     **matiere Wmatiere depuis le fichier tarif.dat, ainsi que les
     **tarifs des cours de groupe (WtarifGrp par eleve et par heure,
     **WtarifEnsGrp par heure de groupe pour l'enseignant). A defaut
     **d'entree (matiere non tarifee), on retombe sur les anciens
     **tarifs fixes 15/12/10 eleve et 9 enseignant, 9 et 14 en
     **groupe. Un tarif de groupe nul ou illisible (tarif.dat non
     **converti a la structure actuelle) est refuse: le cours de
     **groupe n'est jamais facture ni paye a 0, le tarif fixe de
     **groupe est applique et l'anomalie signalee.
       OPEN INPUT ftarif
       MOVE Wmatiere TO ft_matiere
       READ ftarif KEY IS ft_matiere
           MOVE 12 TO Wtarif2
           MOVE 10 TO Wtarif3
           MOVE 9 TO WtarifEns
           MOVE 9 TO WtarifGrp
           MOVE 14 TO WtarifEnsGrp
         NOT INVALID KEY
           MOVE ft_tarif1 TO Wtarif1
           MOVE ft_tarif2 TO Wtarif2
           MOVE ft_tarif3 TO Wtarif3
           MOVE ft_tarifEns TO WtarifEns
           MOVE ft_tarifGrp TO WtarifGrp
           MOVE ft_tarifEnsGrp TO WtarifEnsGrp
           IF ft_tarifGrp NOT NUMERIC OR ft_tarifGrp = 0
             DISPLAY "Tarif de groupe nul pour " ft_matiere
               ", tarif fixe de 9 applique"
             MOVE 9 TO WtarifGrp
           END-IF
           IF ft_tarifEnsGrp NOT NUMERIC OR ft_tarifEnsGrp = 0
             DISPLAY "Tarif enseignant de groupe nul pour "
               ft_matiere ", tarif fixe de 14 applique"
             MOVE 14 TO WtarifEnsGrp
           END-IF
       END-READ
       CLOSE ftarif.

             DISPLAY "Tarif 11-20h/eleve: " ft_tarif2
             DISPLAY "Tarif +20h/eleve: " ft_tarif3
             DISPLAY "Tarif enseignant/heure: " ft_tarifEns
             DISPLAY "Tarif groupe/eleve/heure: " ft_tarifGrp
             DISPLAY "Tarif enseignant/heure de groupe: "
               ft_tarifEnsGrp
             DISPLAY "******************************"
       END-PERFORM
       CLOSE ftarif.
           DISPLAY "Nouveau tarif enseignant/heure (actuel: "
             ft_tarifEns ")"
           ACCEPT ft_tarifEns
           MOVE 0 TO WtarifGrp
           PERFORM WITH TEST AFTER UNTIL WtarifGrp > 0
             DISPLAY "Nouveau tarif groupe/eleve/heure (actuel: "
               ft_tarifGrp ")"
             ACCEPT WtarifGrp
           END-PERFORM
           MOVE WtarifGrp TO ft_tarifGrp
           MOVE 0 TO WtarifEnsGrp
           PERFORM WITH TEST AFTER UNTIL WtarifEnsGrp > 0
             DISPLAY "Nouveau tarif enseignant/heure de groupe"
               " (actuel: " ft_tarifEnsGrp ")"
             ACCEPT WtarifEnsGrp
           END-PERFORM
           MOVE WtarifEnsGrp TO ft_tarifEnsGrp
           REWRITE Ttarif END-REWRITE
           DISPLAY "Tarif de " ft_matiere " mis a jour"
       END-READ

       CALCULER_MONTANT.
     **Applique le bareme progressif (Wtarif1/2/3) au nombre d'heure
     **WnbHTotal et renvoie le montant correspondant dans Wmontant,
     **augmente des heures de cours de groupe WnbHGroupe au tarif
     **par eleve WtarifGrp (hors bareme).
       IF WnbHTotal > 20
         COMPUTE Wmontant = (10 * Wtarif1) + (10 * Wtarif2)
           + ((WnbHTotal - 20) * Wtarif3)
         ELSE
           COMPUTE Wmontant = WnbHTotal * Wtarif1
         END-IF
       END-IF
       COMPUTE Wmontant = Wmontant + WnbHGroupe * WtarifGrp.

       CALCULER_MONTANT_ENS.
     **Montant du a un enseignant pour WnbHTotal heures d'une
     **matiere au tarif horaire WtarifEns (pas de bareme progressif
     **cote enseignant) et WnbHGroupe heures de cours de groupe au
     **tarif WtarifEnsGrp.
       COMPUTE Wmontant = WnbHTotal * WtarifEns
         + WnbHGroupe * WtarifEnsGrp.

       AFFICHER_DETAILS_ENSEIGNANT.
       DISPLAY "xxxxxxxxxxxxxxxxxxxxxxxxxxxxxxx "
     **l'eleve, disponible, sous son plafond d'heures, sans
     **chevauchement de creneau, comme AJOUT_RESERVATION) et
     **reaffecte la reservation au remplacant choisi, chaque
     **changement etant journalise. L'absence elle-meme est
     **conservee dans absence.dat pour les calculs de capacite.
       PERFORM DEMANDE_AFFICHAGE_ENSEIGNANT
       OPEN INPUT fenseignant
       DISPLAY "Id de l'enseignant absent ?"
               " reaffecte(s), " WnbAbsKo " laisse(s) tel(s) quel(s)"
             DISPLAY "------------------------------------------"
           END-IF
           PERFORM ABSENCE_ENREGISTRER
       END-READ.

       ABSENCE_COLLECTER.

       ABSENCE_TESTER_SEMAINE.
     **Ajoute la reservation courante de freserv a WTabAbsence si sa
     **semaine tombe dans la plage d'absence. Un cours de groupe n'est
     **retenu qu'une fois, sous son premier inscrit: tout le groupe
     **suit le remplacant.
       MOVE 0 TO WtrouveRes
       IF WSemFin >= WSemDeb
         IF fr_annee = WAnnee
           MOVE 1 TO WtrouveRes
         END-IF
       END-IF
       IF WtrouveRes = 1 AND fr_numGroupe > 0
         PERFORM GROUPE_CHARGE_RESERV
         IF WgrPorteur = 0
           MOVE 0 TO WtrouveRes
         END-IF
       END-IF
       IF WtrouveRes = 1
         IF WnbAbs < 60
           ADD 1 TO WnbAbs
           MOVE fr_idEl TO WAB-idEl(WnbAbs)
           MOVE fr_annee TO WAB-annee(WnbAbs)
           MOVE fr_numSem TO WAB-numSem(WnbAbs)
           MOVE fr_numGroupe TO WAB-groupe(WnbAbs)
         ELSE
           DISPLAY "Plus de 60 cours touches: relancer l'absence"
             " apres cette passe pour traiter la suite"
           MOVE fr_numSem TO WSemCour
           MOVE fr_jour TO Wjour
           MOVE fr_hDebut TO WhDebut
           MOVE fr_numGroupe TO WgrNum
           COMPUTE WhFin = WhDebut + Wh
           MOVE Wid TO fel_idEl
           READ feleve KEY IS fel_idEl
           DISPLAY "Semaine " WSemCour "/" WAnneeCour " jour "
             Wjour " a " WhDebut "h - " Wmatiere
           DISPLAY "Eleve " Wid " " fel_prenom " " fel_nom
           IF WgrNum > 0
             DISPLAY "Cours du groupe " WgrNum ": tous les inscrits"
               " suivent le remplacant"
           END-IF
           MOVE 0 TO WensDispo
           MOVE 0 TO WnbPR
           MOVE Wmatiere TO fen_matiere
           START fenseignant KEY IS = fen_matiere
             INVALID KEY
                         PERFORM SERIE_VERIF_SEMAINE
                         IF Wchevauche = 0
                           AND WhTotalSem <= fen_nbHMax
                           MOVE 1 TO WvilleOk
                           PERFORM PROPOS_AJOUTER
                           MOVE 1 TO WensDispo
                         END-IF
                       END-IF
                 END-READ
               END-PERFORM
           END-START
           IF WensDispo = 1
             DISPLAY "Remplacant(s) possible(s), meilleur score "
               "d'abord:"
             PERFORM PROPOS_AFFICHER
           END-IF
           IF WensDispo = 0
             DISPLAY "Aucun remplacant possible pour ce cours"
             ADD 1 TO WnbAbsKo
               MOVE WSemCour TO fr_numSem
               READ freserv KEY IS fr_cle
                 INVALID KEY
                   IF WgrNum > 0
                     PERFORM ABSENCE_BASCULER_GROUPE
                   ELSE
                     PERFORM ABSENCE_BASCULER_RESERV
                   END-IF
                 NOT INVALID KEY
                   DISPLAY "L'eleve a deja un cours avec ce"
                     " remplacant cette semaine, cours laisse"

       ABSENCE_BASCULER_RESERV.
     **Supprime la reservation de l'enseignant absent et la recree a
     **l'identique sous l'id du remplacant, journalise et previent
     **l'eleve et le remplacant (sauf bascule d'un groupe, WgrDiffere
     **a 1: le signalement attend que tout le groupe ait suivi). Si
     **la reservation ne peut etre recreee, l'originale est remise.
       MOVE Wid TO fr_idEl
       MOVE Wid2 TO fr_idEn
       MOVE WAnneeCour TO fr_annee
             INVALID KEY
               DISPLAY "Reaffectation impossible"
               ADD 1 TO WnbAbsKo
               MOVE Wid2 TO fr_idEn
               WRITE Treserv END-WRITE
             NOT INVALID KEY
               ADD 1 TO WnbAbsOk
               IF WgrDiffere = 0
                 PERFORM ABSENCE_SIGNALER_BASCULE
               END-IF
           END-WRITE
       END-READ.

       ABSENCE_SIGNALER_BASCULE.
     **Journalise la reaffectation de la reservation courante de
     **freserv (eleve Wid, de Wid2 a WidRemp) et previent l'eleve et
     **le remplacant.
       MOVE SPACES TO WjrnId
       STRING Wid DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WAnneeCour DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WSemCour DELIMITED BY SIZE
           INTO WjrnId
       MOVE "RESERV-ENSEIGN" TO WjrnChamp
       MOVE Wid2 TO WjrnAvant
       MOVE WidRemp TO WjrnApres
       PERFORM JOURNALISER
       DISPLAY "Cours reaffecte a l'enseignant " WidRemp
       MOVE "REMPLACE" TO WnoType
       MOVE Wid2 TO WnoAncIdEn
       PERFORM NOTIF_RESERVATION.

       ABSENCE_BASCULER_GROUPE.
     **Reaffecte au remplacant WidRemp tout le cours de groupe WgrNum:
     **chaque inscrit voit sa reservation basculee, puis le groupe
     **change d'enseignant. Le groupe compte pour un seul cours dans
     **le bilan de l'absence; il est laisse tel quel si un inscrit a
     **deja un cours avec le remplacant cette semaine, ou si un
     **inscrit n'a pu etre bascule (les inscrits deja bascules sont
     **alors remis a l'enseignant absent).
       OPEN I-O fgroupe
       MOVE WgrNum TO fgr_num
       READ fgroupe KEY IS fgr_num
         INVALID KEY
           DISPLAY "Groupe " WgrNum " inexistant, cours laisse"
           ADD 1 TO WnbAbsKo
         NOT INVALID KEY
           MOVE 0 TO WgrTrouve
           PERFORM VARYING WgrIx FROM 1 BY 1
             UNTIL WgrIx > fgr_nbInscrits
             MOVE fgr_membre(WgrIx) TO fr_idEl
             MOVE WidRemp TO fr_idEn
             MOVE WAnneeCour TO fr_annee
             MOVE WSemCour TO fr_numSem
             READ freserv KEY IS fr_cle
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 1 TO WgrTrouve
             END-READ
           END-PERFORM
           IF WgrTrouve = 1
             DISPLAY "Un inscrit du groupe a deja un cours avec ce"
               " remplacant cette semaine, groupe laisse"
             ADD 1 TO WnbAbsKo
           ELSE
             MOVE WnbAbsOk TO WgrAbsOk
             MOVE WnbAbsKo TO WgrAbsKo
             MOVE 0 TO WgrNbBasc
             MOVE 0 TO WgrNbEchec
             MOVE 1 TO WgrDiffere
             PERFORM VARYING WgrIx FROM 1 BY 1
               UNTIL WgrIx > fgr_nbInscrits
               MOVE fgr_membre(WgrIx) TO Wid
               MOVE WnbAbsOk TO WgrOkAvant
               PERFORM ABSENCE_BASCULER_RESERV
               IF WnbAbsOk > WgrOkAvant
                 MOVE 1 TO WGB-Fait(WgrIx)
                 ADD 1 TO WgrNbBasc
               ELSE
                 MOVE 0 TO WGB-Fait(WgrIx)
                 ADD 1 TO WgrNbEchec
               END-IF
             END-PERFORM
             MOVE 0 TO WgrDiffere
             MOVE WgrAbsOk TO WnbAbsOk
             MOVE WgrAbsKo TO WnbAbsKo
             IF WgrNbEchec = 0 AND WgrNbBasc > 0
               ADD 1 TO WnbAbsOk
               MOVE SPACES TO WjrnId
               STRING "GRP" DELIMITED BY SIZE
                   fgr_num DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WAnneeCour DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WSemCour DELIMITED BY SIZE
                   INTO WjrnId
               MOVE "GROUPE-ENSEIGN" TO WjrnChamp
               MOVE fgr_idEn TO WjrnAvant
               MOVE WidRemp TO WjrnApres
               PERFORM JOURNALISER
               MOVE WidRemp TO fgr_idEn
               REWRITE Tgroupe END-REWRITE
               DISPLAY "Groupe " fgr_num " reaffecte a l'enseignant "
                 WidRemp
               PERFORM VARYING WgrIx FROM 1 BY 1
                 UNTIL WgrIx > fgr_nbInscrits
                 MOVE fgr_membre(WgrIx) TO Wid
                 PERFORM ABSENCE_CONFIRMER_MEMBRE
               END-PERFORM
             ELSE
               PERFORM VARYING WgrIx FROM 1 BY 1
                 UNTIL WgrIx > fgr_nbInscrits
                 IF WGB-Fait(WgrIx) = 1
                   MOVE fgr_membre(WgrIx) TO Wid
                   PERFORM ABSENCE_RETABLIR_MEMBRE
                 END-IF
               END-PERFORM
               DISPLAY "Groupe " fgr_num ": " WgrNbEchec
                 " inscrit(s) non bascule(s), groupe laisse a"
                 " l'enseignant " fgr_idEn
               ADD 1 TO WnbAbsKo
             END-IF
           END-IF
       END-READ
       CLOSE fgroupe.

       ABSENCE_CONFIRMER_MEMBRE.
     **Une fois le groupe entier bascule, journalise et signale la
     **reservation de l'inscrit Wid chez le remplacant.
       MOVE Wid TO fr_idEl
       MOVE WidRemp TO fr_idEn
       MOVE WAnneeCour TO fr_annee
       MOVE WSemCour TO fr_numSem
       READ freserv KEY IS fr_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           PERFORM ABSENCE_SIGNALER_BASCULE
       END-READ.

       ABSENCE_RETABLIR_MEMBRE.
     **Remet a l'enseignant absent Wid2 la reservation de l'inscrit
     **Wid deja basculee chez le remplacant, quand le reste du groupe
     **n'a pu suivre. Rien n'ayant ete journalise ni signale pour
     **elle, la reservation retrouve simplement son etat d'origine.
       MOVE Wid TO fr_idEl
       MOVE WidRemp TO fr_idEn
       MOVE WAnneeCour TO fr_annee
       MOVE WSemCour TO fr_numSem
       READ freserv KEY IS fr_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           DELETE freserv RECORD
           MOVE Wid2 TO fr_idEn
           WRITE Treserv
             INVALID KEY
               DISPLAY "Retour impossible de l'eleve " Wid
                 " chez l'enseignant " Wid2
           END-WRITE
       END-READ.

       OUVRIR_ABSENCE_MAJ.
     **Ouvre absence.dat en mise a jour, en le creant vierge au
     **premier passage.
       OPEN I-O fabsence
       IF fab_stat = 35
         OPEN OUTPUT fabsence
         CLOSE fabsence
         OPEN I-O fabsence
       END-IF.

       OUVRIR_ABSENCE_LECTURE.
     **Ouvre absence.dat en lecture, en le creant vierge au premier
     **passage.
       OPEN INPUT fabsence
       IF fab_stat = 35
         OPEN OUTPUT fabsence
         CLOSE fabsence
         OPEN INPUT fabsence
       END-IF.

       ABSENCE_ENREGISTRER.
     **Conserve l'absence declaree (enseignant Wid2, plage
     **WSemDeb-WSemFin de l'annee WAnnee, une fin avant le debut
     **continuant sur l'annee suivante) avec le nombre de cours
     **touches et reaffectes; une nouvelle declaration sur la meme
     **semaine de debut remplace la precedente.
       PERFORM OUVRIR_ABSENCE_MAJ
       MOVE Wid2 TO fab_idEn
       MOVE WAnnee TO fab_annee
       MOVE WSemDeb TO fab_semDeb
       MOVE WSemFin TO fab_semFin
       MOVE FUNCTION CURRENT-DATE(1:8) TO fab_date
       MOVE WnbAbs TO fab_nbCours
       IF WnbAbs = 0
         MOVE 0 TO fab_nbReaff
       ELSE
         MOVE WnbAbsOk TO fab_nbReaff
       END-IF
       MOVE SPACES TO WjrnId
       STRING Wid2 DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WAnnee DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WSemDeb DELIMITED BY SIZE
           INTO WjrnId
       MOVE "ABSENCE" TO WjrnChamp
       MOVE WSemDeb TO WjrnAvant
       MOVE WSemFin TO WjrnApres
       PERFORM JOURNALISER
       WRITE Tabsence
         INVALID KEY
           REWRITE Tabsence END-REWRITE
       END-WRITE
       CLOSE fabsence.


       MENU_RESERVATION.
       DISPLAY " xxxx  MENU RESERVATION  xxxx "
       DISPLAY"________________________________________________________"
       DISPLAY"|Selectionnez un chiffre en fonction de l'action voulue|"
       DISPLAY"|                                                      |"
       DISPLAY"| 0-Revenir au menu principal                          |"
        INVALID KEY
         DISPLAY 'Auncun id correspondant'
        NOT INVALID KEY
         IF fel_dispo = 2
           DISPLAY "Eleve parti, plus de reservation possible"
         ELSE
         MOVE fel_ville TO Wville
         MOVE 1 TO Wel
          PERFORM DEMANDE_MATIERE
         OPEN INPUT fenseignant
         PERFORM OUVRIR_DISPO_LECTURE
         PERFORM OUVRIR_VILLE_LECTURE
         MOVE 0 TO WnbPR
         MOVE Wmatiere TO fen_matiere
         START fenseignant KEY IS = fen_matiere
          INVALID KEY
             PERFORM VILLE_COMPATIBLE
             IF WvilleOk > 0 AND fen_dispo=1
              MOVE fen_idEn TO fr_idEn
              MOVE Wh TO WhTotalSem
              START freserv KEY IS = fr_idEn
  *************INVALID KEY
  ************* DISPLAY "Erreur"
               NOT INVALID KEY
                MOVE 0 TO Wfin2
                PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                 READ freserv NEXT
                 NOT AT END
                    IF fr_idEn = fen_idEn
                      IF fr_numSem = WnumSem AND fr_annee = WAnnee
                         PERFORM GROUPE_CHARGE_RESERV
                         ADD WhCharge TO WhTotalSem
                      END-IF
                    ELSE
                      MOVE 1 TO Wfin2
              END-START
                PERFORM VERIF_GRILLE_DISPO
                IF WgrilleOk = 1 AND WhTotalSem <= fen_nbHMax
                  PERFORM PROPOS_AJOUTER
                  MOVE 1 TO WensDispo
                END-IF
             END-IF
           END-PERFORM
           CLOSE freserv
         END-START
         IF WensDispo=1
           DISPLAY "Enseignant(s) disponible(s) cette semaine, "
             "meilleur score d'abord"
           PERFORM PROPOS_AFFICHER
         END-IF

      **Il y a au moins un enseignant disponible
         IF WensDispo=1
                 NOT AT END
                  IF fr_idEn  = fen_idEn
                    IF fr_numSem = WnumSem AND fr_annee = WAnnee
                         PERFORM GROUPE_CHARGE_RESERV
                         ADD WhCharge TO WhTotalSem
                         IF fr_idEl NOT = fel_idEl
                          IF fr_jour = Wjour
                           COMPUTE WhFinExist = fr_hDebut + fr_nbHeure
                   MOVE fen_matiere TO fr_matiere
                   MOVE Wjour TO fr_jour
                   MOVE WhDebut TO fr_hDebut
                   MOVE 0 TO fr_hForfait
                   MOVE 0 TO fr_numForf
                   MOVE 0 TO fr_numGroupe
                   WRITE Treserv
                   INVALID KEY
                     DISPLAY 'Ajout impossible'
                   NOT INVALID KEY
                     DISPLAY 'Reservation enregistree'
                     MOVE Wh TO WforfDemande
                     PERFORM FORFAIT_IMPUTER_RESERV
                     MOVE "RESERV" TO WnoType
                     PERFORM NOTIF_RESERVATION
                   END-WRITE
                 NOT INVALID KEY
                   DISPLAY "L'eleve a deja cour avec ce prof cette Sem"
                   MOVE 2 TO Wnb
                   IF fr_numGroupe > 0
                     DISPLAY "Cours du groupe " fr_numGroupe
                       ": la duree est celle du groupe"
                   ELSE
                     DISPLAY "Ajouter des heures? (1:oui / 2:non)"
                     MOVE 0 TO Wnb
                     PERFORM WITH TEST AFTER UNTIL Wnb=1 OR Wnb=2
                       ACCEPT Wnb
                     END-PERFORM
                   END-IF
                   IF Wnb=1
                     IF fr_jour = Wjour AND fr_hDebut = WhDebut
                       ADD Wh TO fr_nbHeure
                         DISPLAY 'Ajout impossible'
                       NOT INVALID KEY
                        DISPLAY "Nombre d'heures ajoutees"
                       MOVE Wh TO WforfDemande
                       PERFORM FORFAIT_IMPUTER_RESERV
                       END-REWRITE
                     ELSE
                       DISPLAY "Le creneau existant est different:"
         CLOSE fville
         CLOSE fdispo
         CLOSE fenseignant
         END-IF
       END-READ
       CLOSE feleve.

           DISPLAY "Matiere: ", fr_matiere
           DISPLAY "Nombre d'heure: ", fr_nbHeure
           DISPLAY "Jour: ", fr_jour, "  Heure de debut: ", fr_hDebut
           IF fr_hForfait > 0
             DISPLAY "Heures sur forfait: ", fr_hForfait, " (forfait "
               fr_numForf ")"
           END-IF
           DISPLAY "******************************".
           IF WexportOn=1 PERFORM EXPORT_CSV_RESERVATION END-IF.

           MOVE "present" TO WjrnAvant
           MOVE "supprime" TO WjrnApres
           PERFORM JOURNALISER
           PERFORM FORFAIT_ANNULER_RESERV
           PERFORM GROUPE_RETIRER_MEMBRE
           DELETE freserv RECORD
           DISPLAY "Suppression de la reservation reussie "
           MOVE 1 TO WattVerif
        INVALID KEY
         DISPLAY 'Auncun id correspondant'
        NOT INVALID KEY
         IF fel_dispo = 2
           DISPLAY "Eleve parti, plus de reservation possible"
         ELSE
         MOVE fel_ville TO Wville
         MOVE 1 TO Wel
         PERFORM DEMANDE_MATIERE
         PERFORM OUVRIR_DISPO_LECTURE
         PERFORM OUVRIR_VILLE_LECTURE
         MOVE 0 TO WensDispo
         MOVE 0 TO WnbPR
         MOVE Wmatiere TO fen_matiere
         START fenseignant KEY IS = fen_matiere
          INVALID KEY
              IF WvilleOk > 0 AND fen_dispo=1
                PERFORM VERIF_GRILLE_DISPO
                IF WgrilleOk = 1
                  PERFORM PROPOS_AJOUTER
                  MOVE 1 TO WensDispo
                END-IF
              END-IF
            END-READ
           END-PERFORM
         END-START
         IF WensDispo=1
           DISPLAY "Enseignant(s) de la matiere dans la ville, "
             "meilleur score d'abord"
           PERFORM PROPOS_AFFICHER
         END-IF
         IF WensDispo=1
           DISPLAY "Entrez l'id de l'enseignant qui donnera la serie"
           ACCEPT fen_idEn
         CLOSE fville
         CLOSE fdispo
         CLOSE fenseignant
         END-IF
       END-READ
       CLOSE feleve.

               MOVE fen_matiere TO fr_matiere
               MOVE Wjour TO fr_jour
               MOVE WhDebut TO fr_hDebut
               MOVE 0 TO fr_hForfait
               MOVE 0 TO fr_numForf
               MOVE 0 TO fr_numGroupe
               WRITE Treserv
                 INVALID KEY
                   DISPLAY "Semaine " WSemCour "/" WAnneeCour
                   ADD 1 TO WnbSerieKo
                 NOT INVALID KEY
                   ADD 1 TO WnbSerieOk
                   MOVE Wh TO WforfDemande
                   PERFORM FORFAIT_IMPUTER_RESERV
                   MOVE "RESERV" TO WnoType
                   PERFORM NOTIF_RESERVATION
               END-WRITE
             END-IF
           END-IF
       SERIE_VERIF_SEMAINE.
     **Controle du creneau pour la semaine WSemCour/WAnneeCour: cumul
     **des heures deja reservees de l'enseignant (WhTotalSem, heures
     **demandees comprises, un cours de groupe ne comptant qu'une
     **fois) et detection de chevauchement jour/heure (Wchevauche),
     **comme dans AJOUT_RESERVATION.
       MOVE Wh TO WhTotalSem
       MOVE 0 TO Wchevauche
       MOVE fen_idEn TO fr_idEn
             NOT AT END
               IF fr_idEn = fen_idEn
                 IF fr_numSem = WSemCour AND fr_annee = WAnneeCour
                   PERFORM GROUPE_CHARGE_RESERV
                   ADD WhCharge TO WhTotalSem
                   IF fr_idEl NOT = Wid
                     IF fr_jour = Wjour
                       COMPUTE WhFinExist = fr_hDebut + fr_nbHeure
           MOVE "present" TO WjrnAvant
           MOVE "supprime" TO WjrnApres
           PERFORM JOURNALISER
           PERFORM FORFAIT_ANNULER_RESERV
           PERFORM GROUPE_RETIRER_MEMBRE
           DELETE freserv RECORD
           ADD 1 TO WnbSerieOk
       END-READ.
       DISPLAY"| 1-Deplacer une reservation                           |"
       DISPLAY"| 2-Deplacer une serie de reservations                 |"
       DISPLAY"| 3-Saisir le deroulement d'une seance                 |"
       DISPLAY"| 4-Cours de groupe (creer, inscrire, pointer)         |"
       DISPLAY"| 5-Messages aux familles et enseignants               |"
       DISPLAY"|______________________________________________________|"
       ACCEPT Wnb
       EVALUATE Wnb
         WHEN 1 PERFORM DEPLACER_RESERVATION
         WHEN 2 PERFORM DEPLACER_RESERVATION_SERIE
         WHEN 3 PERFORM SAISIE_SEANCE
         WHEN 4 PERFORM MENU_GROUPE
         WHEN 5 PERFORM MENU_NOTIF
         WHEN OTHER
          DISPLAY "!!!!!!!!!!!!!!!!!!!!!"
          DISPLAY "Entree non valide"
         INVALID KEY
           DISPLAY 'Auncun id correspondant'
         NOT INVALID KEY
           IF fr_numGroupe > 0
             DISPLAY "Cours du groupe " fr_numGroupe ": le creneau"
               " est celui du groupe, retirer d'abord l'eleve"
               " du groupe"
           ELSE
             MOVE fr_idEl TO Wid
             MOVE fr_idEn TO Wid2
             MOVE fr_annee TO WancAnnee
             MOVE fr_numSem TO WancSem
             MOVE fr_jour TO WancJour
             MOVE fr_hDebut TO WancHDeb
             MOVE fr_nbHeure TO Wh
             MOVE fr_matiere TO Wmatiere
             DISPLAY "Creneau actuel: semaine " WancSem "/" WancAnnee
               " jour " WancJour " a " WancHDeb "h (" Wh "h)"
             OPEN INPUT fenseignant
             PERFORM OUVRIR_DISPO_LECTURE
             MOVE Wid2 TO fen_idEn
             READ fenseignant KEY IS fen_idEn
               INVALID KEY
                 DISPLAY 'Enseigant inexistant'
               NOT INVALID KEY
                 DISPLAY "Nouveau creneau de la reservation:"
                 PERFORM DEMANDE_ANNEE
                 MOVE 0 TO WnumSem
                 PERFORM WITH TEST AFTER UNTIL WnumSem>0
                     AND WnumSem<=52
                   DISPLAY "Nouvelle semaine (1-52)"
                   ACCEPT WnumSem
                 END-PERFORM
                 PERFORM DEMANDE_JOUR_HEURE
                 COMPUTE WhFin = WhDebut + Wh
                 MOVE WAnnee TO WAnneeCour
                 MOVE WnumSem TO WSemCour
                 PERFORM DEPLACER_CONTROLER_CIBLE
                 IF Wel = 1
                   PERFORM DEPLACER_EXECUTER
                   MOVE 0 TO Wel
                 END-IF
             END-READ
             CLOSE fdispo
             CLOSE fenseignant
           END-IF
       END-READ
       CLOSE freserv.

             WRITE Treserv END-WRITE
           END-IF
           PERFORM DEPLACER_JOURNALISER
           PERFORM NOTIF_DEPLACEMENT
           DISPLAY "Reservation deplacee"
       END-READ.

           MOVE fr_numSem TO WancSem
           MOVE fr_jour TO WancJour
           MOVE fr_hDebut TO WancHDeb
           MOVE fr_numGroupe TO WgrNum
           COMPUTE WhFin = WhDebut + Wh
           PERFORM VERIF_GRILLE_DISPO
           PERFORM SERIE_VERIF_SEMAINE
           SUBTRACT Wh FROM WhTotalSem
           IF WgrNum > 0
             DISPLAY "Semaine " WSemCour "/" WAnneeCour
               ": cours du groupe " WgrNum " - laissee telle quelle"
             ADD 1 TO WnbSerieKo
           ELSE
           IF WgrilleOk = 0 OR Wchevauche = 1
             OR WhTotalSem > fen_nbHMax
             DISPLAY "Semaine " WSemCour "/" WAnneeCour
                 MOVE WhDebut TO fr_hDebut
                 REWRITE Treserv END-REWRITE
                 PERFORM DEPLACER_JOURNALISER
                 PERFORM NOTIF_DEPLACEMENT
                 ADD 1 TO WnbSerieOk
             END-READ
           END-IF
           END-IF
       END-READ.

       SAISIE_SEANCE.
     **(avec le nombre d'heures reellement donnees). Le pointage est
     **conserve dans session.dat sous la cle de la reservation et
     **sert au mode de facturation et de paie sur heures reelles, qui
     **ne compte que les heures pointees. La seance d'un cours de
     **groupe est pointee pour tout le groupe (presence par eleve).
       DISPLAY "Id de l'eleve de la seance ?"
       ACCEPT fr_idEl
       DISPLAY "Id de l'enseignant de la seance ?"
           CLOSE freserv
         NOT INVALID KEY
           CLOSE freserv
           IF fr_numGroupe > 0
             DISPLAY "Seance du groupe " fr_numGroupe
               ": pointage de tous les inscrits"
             MOVE fr_numGroupe TO WgrNum
             PERFORM GROUPE_POINTER_SEANCE
           ELSE
             DISPLAY "Seance semaine " fr_numSem "/" fr_annee
               " jour " fr_jour " a " fr_hDebut "h - " fr_matiere
               " (" fr_nbHeure "h reservees)"
             OPEN I-O fsession
             IF fs_stat = 35
               OPEN OUTPUT fsession
               CLOSE fsession
               OPEN I-O fsession
             END-IF
             MOVE fr_idEl TO fs_idEl
             MOVE fr_idEn TO fs_idEn
             MOVE fr_annee TO fs_annee
             MOVE fr_numSem TO fs_numSem
             MOVE 0 TO WetatSeance
             READ fsession KEY IS fs_cle
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE fs_etat TO WetatSeance
                 DISPLAY "Seance deja pointee (etat " fs_etat "), la"
                   " nouvelle saisie remplacera l'ancienne"
             END-READ
             MOVE 0 TO Wnb
             PERFORM WITH TEST AFTER UNTIL Wnb>=1 AND Wnb<=4
               DISPLAY "Deroulement de la seance ?"
               DISPLAY "1: Effectuee en entier"
               DISPLAY "2: Annulee par l'eleve"
               DISPLAY "3: Annulee par l'enseignant"
               DISPLAY "4: Partielle (heures reduites)"
               ACCEPT Wnb
             END-PERFORM
             MOVE Wnb TO fs_etat
             EVALUATE Wnb
               WHEN 1 MOVE fr_nbHeure TO fs_nbHReel
               WHEN 4
                 MOVE 999 TO fs_nbHReel
                 PERFORM WITH TEST AFTER
                   UNTIL fs_nbHReel <= fr_nbHeure
                   DISPLAY "Heures reellement donnees (0-"
                     fr_nbHeure ")"
                   ACCEPT fs_nbHReel
                 END-PERFORM
               WHEN OTHER MOVE 0 TO fs_nbHReel
             END-EVALUATE
             MOVE FUNCTION CURRENT-DATE(1:8) TO fs_date
             STRING fs_idEl DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 fs_idEn DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 fs_annee DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 fs_numSem DELIMITED BY SIZE
                 INTO WjrnId
             MOVE "SEANCE-ETAT" TO WjrnChamp
             IF WetatSeance = 0
               MOVE "absent" TO WjrnAvant
               MOVE fs_etat TO WjrnApres
               PERFORM JOURNALISER
               WRITE Tsession
                 INVALID KEY
                   DISPLAY 'Ajout impossible'
                 NOT INVALID KEY
                   DISPLAY 'Seance pointee'
               END-WRITE
             ELSE
               MOVE WetatSeance TO WjrnAvant
               MOVE fs_etat TO WjrnApres
               PERFORM JOURNALISER
               REWRITE Tsession END-REWRITE
               DISPLAY 'Pointage de la seance remplace'
             END-IF
             CLOSE fsession
             PERFORM FORFAIT_AJUSTER_SEANCE
           END-IF
       END-READ.

       SEANCE_HEURES_REELLES.

       ATTENTE_TRAITER_DEMANDE.
     **Cherche le premier enseignant pouvant desormais satisfaire la
     **demande courante de fattente, et propose la confirmation; a
     **defaut, propose une place dans un cours de groupe de la meme
     **semaine qui n'est pas complet.
       MOVE fat_idEl TO fel_idEl
       READ feleve KEY IS fel_idEl
         INVALID KEY
                   MOVE fen_matiere TO fr_matiere
                   MOVE fat_jour TO fr_jour
                   MOVE fat_hDebut TO fr_hDebut
                   MOVE 0 TO fr_hForfait
                   MOVE 0 TO fr_numForf
                   MOVE 0 TO fr_numGroupe
                   WRITE Treserv
                     INVALID KEY
                       DISPLAY 'Ajout impossible'
                     NOT INVALID KEY
                       DISPLAY 'Reservation enregistree'
                       MOVE fat_nbHeure TO WforfDemande
                       PERFORM FORFAIT_IMPUTER_RESERV
                       MOVE "ATTENTE" TO WnoType
                       PERFORM NOTIF_RESERVATION
                       PERFORM ATTENTE_SORTIR_DEMANDE
                   END-WRITE
                 NOT INVALID KEY
                   DISPLAY "L'eleve a deja cour avec ce prof cette Sem"
               END-READ
             END-IF
           ELSE
             PERFORM ATTENTE_PROPOSER_GROUPE
           END-IF
       END-READ.

       DELETE fattente RECORD
       DISPLAY "Demande " fat_num " retiree de la liste d'attente".

       MENU_GROUPE.
       DISPLAY " xxxx  MENU COURS DE GROUPE  xxxx "
       DISPLAY"________________________________________________________"
       DISPLAY"|Selectionnez un chiffre en fonction de l'action voulue|"
       DISPLAY"|                                                      |"
       DISPLAY"| 0-Revenir au menu seance                             |"
       DISPLAY"| 1-Creer un cours de groupe                           |"
       DISPLAY"| 2-Inscrire des eleves dans un groupe                 |"
       DISPLAY"| 3-Retirer un eleve d'un groupe                       |"
       DISPLAY"| 4-Afficher les groupes d'une semaine                 |"
       DISPLAY"| 5-Pointer la seance d'un groupe                      |"
       DISPLAY"|______________________________________________________|"
       ACCEPT Wnb
       EVALUATE Wnb
         WHEN 0 PERFORM MENU_SEANCE
         WHEN 1 PERFORM GROUPE_CREER
         WHEN 2 PERFORM GROUPE_INSCRIRE
         WHEN 3 PERFORM GROUPE_RETIRER
         WHEN 4 PERFORM GROUPE_AFFICHER
         WHEN 5 PERFORM GROUPE_POINTER
         WHEN OTHER
          DISPLAY "!!!!!!!!!!!!!!!!!!!!!"
          DISPLAY "Entree non valide"
          DISPLAY "!!!!!!!!!!!!!!!!!!!!!"
       END-EVALUATE
       PERFORM MENU_GROUPE.

       GROUPE_CREER.
     **Cree un cours de groupe (2 a 4 eleves de meme niveau, meme
     **matiere, un seul enseignant sur un meme creneau). Memes
     **controles que AJOUT_RESERVATION pour l'enseignant (grille,
     **chevauchement, plafond d'heures, le groupe ne comptant qu'une
     **fois), numero pris dans runctl.dat (type GRPE), puis
     **inscription des premiers eleves.
       MOVE 0 TO WgrNum
       PERFORM DEMANDE_AFFICHAGE_ENSEIGNANT
       DISPLAY "Id de l'enseignant du groupe ?"
       ACCEPT Wid2
       OPEN INPUT fenseignant
       MOVE Wid2 TO fen_idEn
       READ fenseignant KEY IS fen_idEn
         INVALID KEY
           DISPLAY 'Auncun id correspondant'
         NOT INVALID KEY
           IF fen_dispo NOT = 1
             DISPLAY "Enseignant indisponible"
           ELSE
             DISPLAY "Matiere du groupe: " fen_matiere
             PERFORM DEMANDE_CLASSE
             PERFORM DEMANDE_ANNEE
             MOVE 0 TO WnumSem
             PERFORM WITH TEST AFTER UNTIL WnumSem>0 AND WnumSem<=52
               DISPLAY "Entrez le numero de la semaine (1-52)"
               ACCEPT WnumSem
             END-PERFORM
             MOVE 0 TO Wh
             PERFORM WITH TEST AFTER UNTIL Wh>0 AND Wh<=5
               DISPLAY "Entrez le nombre d'heure du cours (max:5)"
               ACCEPT Wh
             END-PERFORM
             PERFORM DEMANDE_JOUR_HEURE
             COMPUTE WhFin = WhDebut + Wh
             MOVE 0 TO WgrTaille
             PERFORM WITH TEST AFTER
               UNTIL WgrTaille >= 2 AND WgrTaille <= 4
               DISPLAY "Nombre maximum d'eleves du groupe (2-4)"
               ACCEPT WgrTaille
             END-PERFORM
             MOVE WAnnee TO WAnneeCour
             MOVE WnumSem TO WSemCour
             MOVE 0 TO Wid
             PERFORM OUVRIR_DISPO_LECTURE
             PERFORM VERIF_GRILLE_DISPO
             CLOSE fdispo
             OPEN INPUT freserv
             PERFORM SERIE_VERIF_SEMAINE
             CLOSE freserv
             IF WgrilleOk = 0
               DISPLAY "Creneau hors de la grille de disponibilite"
                 " de l'enseignant"
             ELSE
               IF Wchevauche = 1
                 DISPLAY "Cet enseignant a deja un cours sur ce"
                   " creneau"
               ELSE
                 IF WhTotalSem > fen_nbHMax
                   DISPLAY "Nombre d'heure max depassee"
                 ELSE
                   PERFORM GROUPE_ENREGISTRER
                 END-IF
               END-IF
             END-IF
           END-IF
       END-READ
       CLOSE fenseignant
       IF WgrNum > 0
         PERFORM GROUPE_INSCRIRE_SUITE
       END-IF.

       GROUPE_ENREGISTRER.
     **Numerote et ecrit le groupe decrit par l'enseignant courant de
     **fenseignant et les valeurs saisies; WgrNum recoit son numero
     **(0 si l'ecriture echoue).
       MOVE "GRPE" TO WtypeRun
       PERFORM OUVRIR_RUN_CONTROL
       ADD 1 TO frc_numFact
       MOVE frc_numFact TO WgrNum
       PERFORM CLORE_RUN_CONTROL
       PERFORM OUVRIR_GROUPE_MAJ
       MOVE WgrNum TO fgr_num
       MOVE fen_idEn TO fgr_idEn
       MOVE fen_matiere TO fgr_matiere
       MOVE Wclasse TO fgr_classe
       MOVE WAnnee TO fgr_annee
       MOVE WnumSem TO fgr_numSem
       MOVE Wjour TO fgr_jour
       MOVE WhDebut TO fgr_hDebut
       MOVE Wh TO fgr_nbHeure
       MOVE WgrTaille TO fgr_taille
       MOVE 0 TO fgr_nbInscrits
       PERFORM VARYING WgrIx FROM 1 BY 1 UNTIL WgrIx > 4
         MOVE 0 TO fgr_membre(WgrIx)
       END-PERFORM
       MOVE 0 TO fgr_etat
       MOVE 0 TO fgr_nbHReel
       MOVE FUNCTION CURRENT-DATE(1:8) TO fgr_date
       WRITE Tgroupe
         INVALID KEY
           DISPLAY 'Ajout impossible'
           MOVE 0 TO WgrNum
         NOT INVALID KEY
           MOVE SPACES TO WjrnId
           STRING "GRP" DELIMITED BY SIZE
               fgr_num DELIMITED BY SIZE
               INTO WjrnId
           MOVE "GROUPE" TO WjrnChamp
           MOVE "absent" TO WjrnAvant
           MOVE "cree" TO WjrnApres
           PERFORM JOURNALISER
           DISPLAY "Groupe enregistre sous le numero " fgr_num
       END-WRITE
       CLOSE fgroupe.

       GROUPE_INSCRIRE.
     **Inscrit des eleves dans un groupe existant.
       DISPLAY "Numero du groupe ?"
       ACCEPT WgrNum
       PERFORM GROUPE_INSCRIRE_SUITE.

       GROUPE_INSCRIRE_SUITE.
     **Propose d'inscrire des eleves dans le groupe WgrNum jusqu'a ce
     **qu'il soit complet ou que l'utilisateur arrete.
       MOVE 1 TO WgrSuite
       PERFORM UNTIL WgrSuite NOT = 1
         PERFORM GROUPE_INSCRIRE_ELEVE
       END-PERFORM.

       GROUPE_INSCRIRE_ELEVE.
     **Inscrit un eleve dans le groupe WgrNum apres controle: eleve
     **present, du niveau du groupe, de la ville de l'enseignant ou
     **d'une ville voisine, et sans autre cours avec cet enseignant
     **la meme semaine. WgrSuite passe a 0 pour arreter la saisie.
       PERFORM OUVRIR_GROUPE_MAJ
       MOVE WgrNum TO fgr_num
       READ fgroupe KEY IS fgr_num
         INVALID KEY
           DISPLAY "Aucun groupe sous ce numero"
           MOVE 0 TO WgrSuite
         NOT INVALID KEY
           PERFORM GROUPE_AFFICHER_UN
           IF fgr_nbInscrits >= fgr_taille
             DISPLAY "Groupe complet"
             MOVE 0 TO WgrSuite
           ELSE
             DISPLAY "Id de l'eleve a inscrire (0 pour terminer) ?"
             ACCEPT Wid
             IF Wid = 0
               MOVE 0 TO WgrSuite
             ELSE
               OPEN INPUT feleve
               MOVE Wid TO fel_idEl
               READ feleve KEY IS fel_idEl
                 INVALID KEY
                   DISPLAY 'Auncun id correspondant'
                 NOT INVALID KEY
                   PERFORM GROUPE_CONTROLER_ELEVE
                   IF Wel = 1
                     OPEN INPUT fenseignant
                     MOVE fgr_idEn TO fen_idEn
                     READ fenseignant KEY IS fen_idEn END-READ
                     OPEN I-O freserv
                     MOVE "RESERV" TO WnoType
                     PERFORM GROUPE_AJOUTER_MEMBRE
                     CLOSE freserv
                     CLOSE fenseignant
                   END-IF
               END-READ
               CLOSE feleve
             END-IF
           END-IF
       END-READ
       CLOSE fgroupe.

       GROUPE_CONTROLER_ELEVE.
     **Controle que l'eleve courant de feleve peut rejoindre le groupe
     **courant de fgroupe (Wel a 1 si oui).
       MOVE 1 TO Wel
       IF fel_dispo = 2
         DISPLAY "Eleve parti, inscription impossible"
         MOVE 0 TO Wel
       END-IF
       IF Wel = 1 AND fel_classe NOT = fgr_classe
         DISPLAY "Niveau de l'eleve (" fel_classe ") different de"
           " celui du groupe (" fgr_classe ")"
         MOVE 0 TO Wel
       END-IF
       IF Wel = 1
         OPEN INPUT fenseignant
         MOVE fgr_idEn TO fen_idEn
         READ fenseignant KEY IS fen_idEn
           INVALID KEY
             DISPLAY "Enseignant du groupe inexistant"
             MOVE 0 TO Wel
           NOT INVALID KEY
             PERFORM OUVRIR_VILLE_LECTURE
             MOVE fel_ville TO Wville
             PERFORM VILLE_COMPATIBLE
             CLOSE fville
             IF WvilleOk = 0
               DISPLAY "Ville de l'eleve trop eloignee de celle de"
                 " l'enseignant"
               MOVE 0 TO Wel
             END-IF
         END-READ
         CLOSE fenseignant
       END-IF.

       GROUPE_AJOUTER_MEMBRE.
     **Inscrit l'eleve courant de feleve au groupe courant de fgroupe
     **(ouvert en mise a jour, freserv aussi): reservation sur le
     **creneau du groupe rattachee au groupe et imputee sur un forfait
     **s'il y en a un, ajout aux inscrits, journalisation et message
     **du type WnoType pose par l'appelant. WgrTrouve passe a 1 si
     **l'inscription est faite. L'enseignant du groupe doit etre lu
     **dans fenseignant: pour un groupe encore vide, le creneau est
     **recontrole avant le premier inscrit.
       MOVE 0 TO WgrTrouve
       MOVE 1 TO WgrCreneauOk
       IF fgr_nbInscrits = 0
         PERFORM GROUPE_VERIFIER_CRENEAU
       END-IF
       IF WgrCreneauOk = 1
         PERFORM GROUPE_AJOUTER_RESERV
       END-IF.

       GROUPE_AJOUTER_RESERV.
     **Cree la reservation de l'eleve courant sur le creneau du groupe
     **et l'ajoute aux inscrits.
       MOVE fel_idEl TO fr_idEl
       MOVE fgr_idEn TO fr_idEn
       MOVE fgr_annee TO fr_annee
       MOVE fgr_numSem TO fr_numSem
       READ freserv KEY IS fr_cle
         INVALID KEY
           MOVE fgr_nbHeure TO fr_nbHeure
           MOVE fgr_matiere TO fr_matiere
           MOVE fgr_jour TO fr_jour
           MOVE fgr_hDebut TO fr_hDebut
           MOVE 0 TO fr_hForfait
           MOVE 0 TO fr_numForf
           MOVE fgr_num TO fr_numGroupe
           WRITE Treserv
             INVALID KEY
               DISPLAY 'Ajout impossible'
             NOT INVALID KEY
               ADD 1 TO fgr_nbInscrits
               MOVE fel_idEl TO fgr_membre(fgr_nbInscrits)
               REWRITE Tgroupe END-REWRITE
               MOVE SPACES TO WjrnId
               STRING "GRP" DELIMITED BY SIZE
                   fgr_num DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   fel_idEl DELIMITED BY SIZE
                   INTO WjrnId
               MOVE "GROUPE-MEMBRE" TO WjrnChamp
               MOVE "absent" TO WjrnAvant
               MOVE "inscrit" TO WjrnApres
               PERFORM JOURNALISER
               DISPLAY "Eleve " fel_idEl " inscrit au groupe "
                 fgr_num " (" fgr_nbInscrits "/" fgr_taille ")"
               MOVE fgr_nbHeure TO WforfDemande
               PERFORM FORFAIT_IMPUTER_RESERV
               PERFORM NOTIF_RESERVATION
               MOVE 1 TO WgrTrouve
           END-WRITE
         NOT INVALID KEY
           DISPLAY "L'eleve a deja cour avec ce prof cette Sem"
       END-READ.

       GROUPE_VERIFIER_CRENEAU.
     **Refait sur le creneau du groupe courant de fgroupe les controles
     **de GROUPE_CREER (grille, chevauchement, plafond d'heures),
     **l'enseignant ayant pu changer d'agenda depuis la creation d'un
     **groupe reste vide. fdispo est ouvert ici, freserv doit l'etre
     **par l'appelant. groupe.dat, ouvert en mise a jour par
     **l'appelant, est ferme le temps des controles (le cumul des
     **heures relit les autres groupes) puis rouvert sur le groupe
     **courant. WgrCreneauOk passe a 0 si le creneau est refuse.
       MOVE Wid TO WgrIdEl
       MOVE fgr_num TO WgrNumSauve
       CLOSE fgroupe
       MOVE fgr_annee TO WAnneeCour
       MOVE fgr_numSem TO WSemCour
       MOVE 0 TO Wid
       MOVE fgr_nbHeure TO Wh
       MOVE fgr_jour TO Wjour
       MOVE fgr_hDebut TO WhDebut
       COMPUTE WhFin = WhDebut + Wh
       PERFORM OUVRIR_DISPO_LECTURE
       PERFORM VERIF_GRILLE_DISPO
       CLOSE fdispo
       PERFORM SERIE_VERIF_SEMAINE
       MOVE WgrIdEl TO Wid
       PERFORM OUVRIR_GROUPE_MAJ
       MOVE WgrNumSauve TO fgr_num
       READ fgroupe KEY IS fgr_num
         INVALID KEY
           MOVE 0 TO WgrCreneauOk
       END-READ
       IF WgrilleOk = 0
         MOVE 0 TO WgrCreneauOk
         DISPLAY "Creneau hors de la grille de disponibilite"
           " de l'enseignant"
       ELSE
         IF Wchevauche = 1
           MOVE 0 TO WgrCreneauOk
           DISPLAY "Cet enseignant a deja un cours sur ce"
             " creneau"
         ELSE
           IF WhTotalSem > fen_nbHMax
             MOVE 0 TO WgrCreneauOk
             DISPLAY "Nombre d'heure max depassee"
           END-IF
         END-IF
       END-IF
       IF WgrCreneauOk = 0
         DISPLAY "Inscription refusee dans le groupe " fgr_num
       END-IF.

       GROUPE_RETIRER.
     **Retire un eleve d'un groupe: sa reservation est supprimee
     **(heures de forfait rendues), le groupe perd un inscrit et la
     **place liberee est proposee a la liste d'attente.
       DISPLAY "Numero du groupe ?"
       ACCEPT WgrNum
       DISPLAY "Id de l'eleve a retirer ?"
       ACCEPT Wid
       MOVE 0 TO WgrTrouve
       PERFORM OUVRIR_GROUPE_LECTURE
       MOVE WgrNum TO fgr_num
       READ fgroupe KEY IS fgr_num
         INVALID KEY
           DISPLAY "Aucun groupe sous ce numero"
         NOT INVALID KEY
           MOVE 1 TO WgrTrouve
       END-READ
       CLOSE fgroupe
       IF WgrTrouve = 1
         OPEN I-O freserv
         MOVE Wid TO fr_idEl
         MOVE fgr_idEn TO fr_idEn
         MOVE fgr_annee TO fr_annee
         MOVE fgr_numSem TO fr_numSem
         READ freserv KEY IS fr_cle
           INVALID KEY
             DISPLAY "Cet eleve n'est pas inscrit dans ce groupe"
           NOT INVALID KEY
             IF fr_numGroupe NOT = WgrNum
               DISPLAY "Cet eleve n'est pas inscrit dans ce groupe"
             ELSE
               MOVE SPACES TO WjrnId
               STRING fr_idEl DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   fr_idEn DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   fr_annee DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   fr_numSem DELIMITED BY SIZE
                   INTO WjrnId
               MOVE "RESERVATION" TO WjrnChamp
               MOVE "present" TO WjrnAvant
               MOVE "supprime" TO WjrnApres
               PERFORM JOURNALISER
               PERFORM FORFAIT_ANNULER_RESERV
               PERFORM GROUPE_RETIRER_MEMBRE
               DELETE freserv RECORD
               DISPLAY "Eleve retire du groupe"
               MOVE 1 TO WattVerif
             END-IF
         END-READ
         CLOSE freserv
       END-IF
       IF WattVerif=1
         MOVE 0 TO WattVerif
         PERFORM VERIFIER_ATTENTE
       END-IF.

       GROUPE_RETIRER_MEMBRE.
     **Retire l'eleve de la reservation courante de freserv des
     **inscrits de son groupe (s'il en a un) avant suppression de la
     **reservation; les inscrits restants sont tasses, le premier
     **d'entre eux portant desormais les heures de l'enseignant.
       IF fr_numGroupe > 0
         OPEN I-O fgroupe
         MOVE fr_numGroupe TO fgr_num
         READ fgroupe KEY IS fgr_num
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 0 TO WgrIy
             PERFORM VARYING WgrIx FROM 1 BY 1
               UNTIL WgrIx > fgr_nbInscrits
               IF fgr_membre(WgrIx) NOT = fr_idEl
                 ADD 1 TO WgrIy
                 MOVE fgr_membre(WgrIx) TO fgr_membre(WgrIy)
               END-IF
             END-PERFORM
             MOVE WgrIy TO fgr_nbInscrits
             ADD 1 TO WgrIy
             PERFORM VARYING WgrIx FROM WgrIy BY 1 UNTIL WgrIx > 4
               MOVE 0 TO fgr_membre(WgrIx)
             END-PERFORM
             REWRITE Tgroupe END-REWRITE
             MOVE SPACES TO WjrnId
             STRING "GRP" DELIMITED BY SIZE
                 fgr_num DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 fr_idEl DELIMITED BY SIZE
                 INTO WjrnId
             MOVE "GROUPE-MEMBRE" TO WjrnChamp
             MOVE "inscrit" TO WjrnAvant
             MOVE "retire" TO WjrnApres
             PERFORM JOURNALISER
         END-READ
         CLOSE fgroupe
       END-IF.

       GROUPE_AFFICHER.
     **Liste les cours de groupe d'une semaine avec leurs inscrits.
       PERFORM DEMANDE_ANNEE
       MOVE 0 TO WnumSem
       PERFORM WITH TEST AFTER UNTIL WnumSem>0 AND WnumSem<=52
         DISPLAY "Entrez le numero de la semaine (1-52)"
         ACCEPT WnumSem
       END-PERFORM
       MOVE 0 TO WgrNbVus
       PERFORM OUVRIR_GROUPE_LECTURE
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fgroupe NEXT
           AT END
             MOVE 1 TO Wfin
           NOT AT END
             IF fgr_annee = WAnnee AND fgr_numSem = WnumSem
               ADD 1 TO WgrNbVus
               PERFORM GROUPE_AFFICHER_UN
             END-IF
         END-READ
       END-PERFORM
       CLOSE fgroupe
       DISPLAY WgrNbVus " cours de groupe cette semaine".

       GROUPE_AFFICHER_UN.
     **Affiche le groupe courant de fgroupe.
       DISPLAY "------------------------------------------"
       DISPLAY "Groupe " fgr_num " - enseignant " fgr_idEn " - "
             fgr_matiere
       DISPLAY "Niveau " fgr_classe " - semaine " fgr_numSem "/"
             fgr_annee " jour " fgr_jour " a " fgr_hDebut "h pour "
             fgr_nbHeure "h"
       DISPLAY "Inscrits: " fgr_nbInscrits "/" fgr_taille
       PERFORM VARYING WgrIy FROM 1 BY 1 UNTIL WgrIy > fgr_nbInscrits
         DISPLAY "  eleve " fgr_membre(WgrIy)
       END-PERFORM
       IF fgr_etat > 0
         DISPLAY "Seance pointee (etat " fgr_etat "), "
           fgr_nbHReel "h donnees"
       END-IF.

       GROUPE_POINTER.
     **Pointe la seance d'un groupe designe par son numero.
       DISPLAY "Numero du groupe ?"
       ACCEPT WgrNum
       PERFORM GROUPE_POINTER_SEANCE.

       GROUPE_POINTER_SEANCE.
     **Pointe la seance du groupe WgrNum: deroulement pour le groupe
     **(effectuee, annulee par l'enseignant ou partielle) puis
     **presence de chaque inscrit. Chaque inscrit recoit son pointage
     **dans session.dat sous la cle de sa reservation (present: etat
     **du groupe; absent: annulee par l'eleve) et son forfait est
     **realigne. Le groupe garde les heures reellement donnees par
     **l'enseignant, payees une seule fois; sans aucun present la
     **seance est comptee annulee par les eleves.
       PERFORM OUVRIR_GROUPE_MAJ
       MOVE WgrNum TO fgr_num
       READ fgroupe KEY IS fgr_num
         INVALID KEY
           DISPLAY "Aucun groupe sous ce numero"
         NOT INVALID KEY
           IF fgr_nbInscrits = 0
             DISPLAY "Aucun inscrit dans ce groupe"
           ELSE
             PERFORM GROUPE_AFFICHER_UN
             IF fgr_etat > 0
               DISPLAY "Seance deja pointee, la nouvelle saisie"
                 " remplacera l'ancienne"
             END-IF
             MOVE 0 TO Wnb
             PERFORM WITH TEST AFTER UNTIL Wnb=1 OR Wnb=3 OR Wnb=4
               DISPLAY "Deroulement de la seance du groupe ?"
               DISPLAY "1: Effectuee en entier"
               DISPLAY "3: Annulee par l'enseignant"
               DISPLAY "4: Partielle (heures reduites)"
               ACCEPT Wnb
             END-PERFORM
             MOVE Wnb TO WgrEtat
             EVALUATE Wnb
               WHEN 1 MOVE fgr_nbHeure TO WgrHReel
               WHEN 4
                 MOVE 999 TO WgrHReel
                 PERFORM WITH TEST AFTER
                   UNTIL WgrHReel <= fgr_nbHeure
                   DISPLAY "Heures reellement donnees (0-"
                     fgr_nbHeure ")"
                   ACCEPT WgrHReel
                 END-PERFORM
               WHEN OTHER MOVE 0 TO WgrHReel
             END-EVALUATE
             MOVE 0 TO WgrPresents
             PERFORM VARYING WgrIx FROM 1 BY 1
               UNTIL WgrIx > fgr_nbInscrits
               PERFORM GROUPE_POINTER_MEMBRE
             END-PERFORM
             IF WgrEtat NOT = 3 AND WgrPresents = 0
               DISPLAY "Aucun eleve present: seance comptee annulee"
                 " par les eleves"
               MOVE 2 TO WgrEtat
               MOVE 0 TO WgrHReel
             END-IF
             MOVE SPACES TO WjrnId
             STRING "GRP" DELIMITED BY SIZE
                 fgr_num DELIMITED BY SIZE
                 INTO WjrnId
             MOVE "GROUPE-SEANCE" TO WjrnChamp
             MOVE fgr_etat TO WjrnAvant
             MOVE WgrEtat TO WjrnApres
             PERFORM JOURNALISER
             MOVE WgrEtat TO fgr_etat
             MOVE WgrHReel TO fgr_nbHReel
             MOVE FUNCTION CURRENT-DATE(1:8) TO fgr_date
             REWRITE Tgroupe END-REWRITE
             DISPLAY "Seance du groupe pointee: " WgrPresents
               " present(s) sur " fgr_nbInscrits
           END-IF
       END-READ
       CLOSE fgroupe.

       GROUPE_POINTER_MEMBRE.
     **Pointe la seance de l'inscrit WgrIx du groupe courant selon le
     **deroulement WgrEtat du groupe et sa presence.
       OPEN I-O fsession
       IF fs_stat = 35
         OPEN OUTPUT fsession
         CLOSE fsession
         OPEN I-O fsession
       END-IF
       MOVE fgr_membre(WgrIx) TO fs_idEl
       MOVE fgr_idEn TO fs_idEn
       MOVE fgr_annee TO fs_annee
       MOVE fgr_numSem TO fs_numSem
       MOVE 0 TO WetatSeance
       READ fsession KEY IS fs_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE fs_etat TO WetatSeance
       END-READ
       IF WgrEtat = 3
         MOVE 3 TO fs_etat
         MOVE 0 TO fs_nbHReel
       ELSE
         MOVE 0 TO Wnb
         PERFORM WITH TEST AFTER UNTIL Wnb=1 OR Wnb=2
           DISPLAY "Eleve " fs_idEl " present ? (1:oui/2:non)"
           ACCEPT Wnb
         END-PERFORM
         IF Wnb = 1
           ADD 1 TO WgrPresents
           MOVE WgrEtat TO fs_etat
           MOVE WgrHReel TO fs_nbHReel
         ELSE
           MOVE 2 TO fs_etat
           MOVE 0 TO fs_nbHReel
         END-IF
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:8) TO fs_date
       MOVE SPACES TO WjrnId
       STRING fs_idEl DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           fs_idEn DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           fs_annee DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           fs_numSem DELIMITED BY SIZE
           INTO WjrnId
       MOVE "SEANCE-ETAT" TO WjrnChamp
       IF WetatSeance = 0
         MOVE "absent" TO WjrnAvant
         MOVE fs_etat TO WjrnApres
         PERFORM JOURNALISER
         WRITE Tsession
           INVALID KEY
             DISPLAY 'Ajout impossible'
         END-WRITE
       ELSE
         MOVE WetatSeance TO WjrnAvant
         MOVE fs_etat TO WjrnApres
         PERFORM JOURNALISER
         REWRITE Tsession END-REWRITE
       END-IF
       CLOSE fsession
       PERFORM FORFAIT_AJUSTER_SEANCE.

       GROUPE_CHARGE_RESERV.
     **Heures de la reservation courante de freserv a compter dans la
     **charge et la paie de l'enseignant (WhCharge). Un cours de
     **groupe n'est compte qu'une fois, sur la reservation de son
     **premier inscrit (WgrPorteur a 1), avec les heures reellement
     **donnees pointees pour le groupe (WgrHReel).
       MOVE fr_nbHeure TO WhCharge
       MOVE 1 TO WgrPorteur
       MOVE 0 TO WgrHReel
       IF fr_numGroupe > 0
         OPEN INPUT fgroupe
         MOVE fr_numGroupe TO fgr_num
         READ fgroupe KEY IS fgr_num
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             IF fgr_membre(1) = fr_idEl
               IF fgr_etat = 1 OR fgr_etat = 4
                 MOVE fgr_nbHReel TO WgrHReel
               END-IF
             ELSE
               MOVE 0 TO WhCharge
               MOVE 0 TO WgrPorteur
             END-IF
         END-READ
         CLOSE fgroupe
       END-IF.

       OUVRIR_GROUPE_MAJ.
     **Ouvre groupe.dat en mise a jour, en le creant vierge au
     **premier passage.
       OPEN I-O fgroupe
       IF fgr_stat = 35
         OPEN OUTPUT fgroupe
         CLOSE fgroupe
         OPEN I-O fgroupe
       END-IF.

       OUVRIR_GROUPE_LECTURE.
     **Ouvre groupe.dat en lecture, en le creant vierge au premier
     **passage.
       OPEN INPUT fgroupe
       IF fgr_stat = 35
         OPEN OUTPUT fgroupe
         CLOSE fgroupe
         OPEN INPUT fgroupe
       END-IF.

       ATTENTE_PROPOSER_GROUPE.
     **Cherche un cours de groupe de la matiere, de l'annee et de la
     **semaine de la demande courante de fattente, du niveau de
     **l'eleve, pas complet, dont l'enseignant est disponible et de
     **la ville de l'eleve, et propose d'y inscrire l'eleve; la
     **demande sort alors de la liste d'attente.
       MOVE 0 TO WgrTrouve
       PERFORM OUVRIR_GROUPE_MAJ
       MOVE 0 TO Wfin2
       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
         READ fgroupe NEXT
           AT END
             MOVE 1 TO Wfin2
           NOT AT END
             IF fgr_matiere = fat_matiere AND fgr_annee = fat_annee
               AND fgr_numSem = fat_numSem
               AND fgr_classe = fel_classe
               AND fgr_nbInscrits < fgr_taille
               MOVE fgr_idEn TO fen_idEn
               READ fenseignant KEY IS fen_idEn
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF fen_ville = fel_ville AND fen_dispo = 1
                     MOVE 1 TO WgrTrouve
                     MOVE 1 TO Wfin2
                   END-IF
               END-READ
             END-IF
         END-READ
       END-PERFORM
       IF WgrTrouve = 1
         DISPLAY "------------------------------------------"
         DISPLAY "Demande en attente " fat_num " du " fat_date
         DISPLAY "Eleve " fat_idEl " " fel_prenom " " fel_nom
         DISPLAY "Place libre dans un cours de groupe avec "
           "l'enseignant " fen_idEn " " fen_prenom " " fen_nom
         PERFORM GROUPE_AFFICHER_UN
         MOVE 0 TO Wnb
         PERFORM WITH TEST AFTER UNTIL Wnb=1 OR Wnb=2
           DISPLAY "Inscrire l'eleve dans ce groupe ? (1:oui/2:non)"
           ACCEPT Wnb
         END-PERFORM
         IF Wnb=1
           MOVE "ATTENTE" TO WnoType
           PERFORM GROUPE_AJOUTER_MEMBRE
           IF WgrTrouve = 1
             PERFORM ATTENTE_SORTIR_DEMANDE
           END-IF
         END-IF
       END-IF
       CLOSE fgroupe.

       MENU_NOTIF.
       DISPLAY " xxxx  MENU MESSAGES  xxxx "
       DISPLAY"________________________________________________________"
       DISPLAY"|Selectionnez un chiffre en fonction de l'action voulue|"
       DISPLAY"|                                                      |"
       DISPLAY"| 0-Revenir au menu seance                             |"
       DISPLAY"| 1-Rappels des cours de la semaine prochaine          |"
       DISPLAY"| 2-Transmettre les messages (notif_envoi.csv)         |"
       DISPLAY"| 3-Integrer le retour d'envoi (notif_statut.csv)      |"
       DISPLAY"| 4-Consulter les messages                             |"
       DISPLAY"|______________________________________________________|"
       ACCEPT Wnb
       EVALUATE Wnb
         WHEN 0 PERFORM MENU_SEANCE
         WHEN 1 PERFORM NOTIF_RAPPELS
         WHEN 2 PERFORM NOTIF_TRANSMETTRE
         WHEN 3 PERFORM NOTIF_STATUTS
         WHEN 4 PERFORM NOTIF_LISTER
         WHEN OTHER
          DISPLAY "!!!!!!!!!!!!!!!!!!!!!"
          DISPLAY "Entree non valide"
          DISPLAY "!!!!!!!!!!!!!!!!!!!!!"
       END-EVALUATE
       PERFORM MENU_NOTIF.

       NOTIF_RESERVATION.
     **Depose dans la boite d'envoi notif.dat un message pour l'eleve
     **(ou sa famille) et un pour l'enseignant de la reservation
     **courante de freserv, du type WnoType: RESERV (reservation),
     **DEPLACE (deplacement, ancien creneau dans WnoAncAnnee,
     **WnoAncSem, WnoAncJour et WnoAncHDeb), REMPLACE (remplacement
     **de l'enseignant absent WnoAncIdEn) ou ATTENTE (place obtenue
     **depuis la liste d'attente). Les coordonnees du destinataire
     **sont completees a la transmission.
       MOVE "NOTI" TO WtypeRun
       PERFORM OUVRIR_RUN_CONTROL
       PERFORM OUVRIR_NOTIF_MAJ
       MOVE "E" TO WnoDest
       PERFORM NOTIF_ECRIRE
       MOVE "P" TO WnoDest
       PERFORM NOTIF_ECRIRE
       CLOSE fnotif
       PERFORM CLORE_RUN_CONTROL.

       NOTIF_DEPLACEMENT.
     **Message de deplacement de la reservation courante de freserv,
     **depuis l'ancien creneau WancAnnee/WancSem/WancJour/WancHDeb.
       MOVE "DEPLACE" TO WnoType
       MOVE WancAnnee TO WnoAncAnnee
       MOVE WancSem TO WnoAncSem
       MOVE WancJour TO WnoAncJour
       MOVE WancHDeb TO WnoAncHDeb
       PERFORM NOTIF_RESERVATION.

       NOTIF_ECRIRE.
     **Ecrit un message du type WnoType pour le destinataire WnoDest
     **(E: eleve ou famille, P: enseignant) sur la reservation
     **courante de freserv, numerote dans le pilotage NOTI de
     **runctl.dat. notif.dat et runctl.dat sont ouverts par
     **l'appelant.
       ADD 1 TO frc_numFact
       MOVE frc_numFact TO fno_num
       MOVE WnoType TO fno_type
       MOVE WnoDest TO fno_dest
       MOVE fr_idEl TO fno_idEl
       MOVE fr_idEn TO fno_idEn
       MOVE SPACES TO fno_canal
       MOVE SPACES TO fno_adresse
       MOVE SPACES TO fno_autreNom
       MOVE fr_matiere TO fno_matiere
       MOVE fr_annee TO fno_annee
       MOVE fr_numSem TO fno_numSem
       MOVE fr_jour TO fno_jour
       MOVE fr_hDebut TO fno_hDebut
       MOVE fr_nbHeure TO fno_nbHeure
       MOVE fr_numGroupe TO fno_numGroupe
       MOVE fr_annee TO WnoAnnee
       MOVE fr_numSem TO WnoSem
       MOVE fr_jour TO WnoJour
       PERFORM NOTIF_DATE_COURS
       MOVE WnoDate TO fno_dateCours
       MOVE 0 TO fno_ancDate
       MOVE 0 TO fno_ancHDebut
       MOVE 0 TO fno_ancIdEn
       IF WnoType = "DEPLACE"
         MOVE WnoAncAnnee TO WnoAnnee
         MOVE WnoAncSem TO WnoSem
         MOVE WnoAncJour TO WnoJour
         PERFORM NOTIF_DATE_COURS
         MOVE WnoDate TO fno_ancDate
         MOVE WnoAncHDeb TO fno_ancHDebut
       END-IF
       IF WnoType = "REMPLACE"
         MOVE WnoAncIdEn TO fno_ancIdEn
       END-IF
       MOVE 0 TO fno_etat
       MOVE FUNCTION CURRENT-DATE(1:8) TO fno_dateCre
       MOVE FUNCTION CURRENT-DATE(9:4) TO fno_heureCre
       MOVE 0 TO fno_dateTrans
       MOVE 0 TO fno_dateEtat
       MOVE SPACES TO fno_motif
       WRITE Tnotif
         INVALID KEY
           DISPLAY "Message " fno_num " non enregistre"
       END-WRITE.

       NOTIF_DATE_COURS.
     **Date (AAAAMMJJ) du jour WnoJour de la semaine WnoSem de
     **l'annee scolaire WnoAnnee dans WnoDate, 0 si le jour n'est pas
     **connu. La semaine est lue comme semaine du calendrier (lundi
     **au dimanche, semaine 1 contenant le 4 janvier) de l'annee
     **civile AAAA a partir de la semaine 36, AAAA+1 avant.
       MOVE 0 TO WnoDate
       IF WnoJour >= 1 AND WnoJour <= 7 AND WnoSem >= 1
         AND WnoSem <= 52 AND WnoAnnee >= 2000
         IF WnoSem >= 36
           MOVE WnoAnnee TO WnoCivile
         ELSE
           COMPUTE WnoCivile = WnoAnnee + 1
         END-IF
         COMPUTE WnoJ4 = FUNCTION INTEGER-OF-DATE(
           WnoCivile * 10000 + 104)
         COMPUTE WnoLundi = WnoJ4 - FUNCTION MOD(WnoJ4 - 1, 7)
         COMPUTE WnoDate = FUNCTION DATE-OF-INTEGER(
           WnoLundi + (WnoSem - 1) * 7 + WnoJour - 1)
       END-IF.

       NOTIF_SEMAINE_SUIVANTE.
     **Semaine suivant la date du jour, en annee scolaire
     **(WnoRapAnnee) et numero de semaine du calendrier (WnoRapSem,
     **ramene a 52 la rare annee a 53 semaines).
       MOVE FUNCTION CURRENT-DATE(1:8) TO WnoDate
       COMPUTE WnoLundi = FUNCTION INTEGER-OF-DATE(WnoDate) + 7
       COMPUTE WnoJeudi = WnoLundi + 3
           - FUNCTION MOD(WnoLundi - 1, 7)
       COMPUTE WnoDate = FUNCTION DATE-OF-INTEGER(WnoJeudi)
       COMPUTE WnoCivile = WnoDate / 10000
       COMPUTE WnoRapSem = (WnoJeudi
           - FUNCTION INTEGER-OF-DATE(WnoCivile * 10000 + 101)) / 7
           + 1
       IF WnoRapSem > 52
         MOVE 52 TO WnoRapSem
       END-IF
       IF WnoRapSem >= 36
         MOVE WnoCivile TO WnoRapAnnee
       ELSE
         COMPUTE WnoRapAnnee = WnoCivile - 1
       END-IF.

       NOTIF_RAPPELS.
     **Rappels "vos cours de la semaine prochaine": un message par
     **cours reserve de la semaine (par defaut celle qui suit la date
     **du jour, en lot celle de la ligne de parametres si elle est
     **donnee) pour l'eleve ou sa famille et un pour l'enseignant,
     **une seule fois par cours de groupe. La derniere semaine
     **rappelee est gardee dans le pilotage RAPL de runctl.dat: une
     **semaine deja rappelee n'est refaite que sur confirmation, et
     **jamais en lot.
       MOVE 0 TO WnoNbE
       MOVE 0 TO WnoNbP
       PERFORM NOTIF_SEMAINE_SUIVANTE
       IF WlotAuto = 1
         IF WlotSem >= 1 AND WlotSem <= 52
           AND WlotAnnee >= 2000 AND WlotAnnee <= 2099
           MOVE WlotAnnee TO WnoRapAnnee
           MOVE WlotSem TO WnoRapSem
         END-IF
       ELSE
         DISPLAY "Rappels de la semaine " WnoRapSem " de l'annee "
           "scolaire " WnoRapAnnee
         MOVE 0 TO Wnb
         PERFORM WITH TEST AFTER UNTIL Wnb=1 OR Wnb=2
           DISPLAY "Choisir une autre semaine ? (1:oui/2:non)"
           ACCEPT Wnb
         END-PERFORM
         IF Wnb = 1
           PERFORM DEMANDE_ANNEE
           MOVE WAnnee TO WnoRapAnnee
           MOVE 0 TO WnoRapSem
           PERFORM WITH TEST AFTER UNTIL WnoRapSem>0
             AND WnoRapSem<=52
             DISPLAY "Entrez le numero de la semaine (1-52)"
             ACCEPT WnoRapSem
           END-PERFORM
         END-IF
       END-IF
       MOVE 1 TO Wnb
       MOVE "RAPL" TO WtypeRun
       PERFORM OUVRIR_RUN_CONTROL
       IF frc_annee = WnoRapAnnee AND frc_semPaie = WnoRapSem
         DISPLAY "Rappels de cette semaine deja produits le "
           frc_dateFin
         IF WlotAuto = 1
           MOVE 2 TO Wnb
         ELSE
           MOVE 0 TO Wnb
           PERFORM WITH TEST AFTER UNTIL Wnb=1 OR Wnb=2
             DISPLAY "Les produire a nouveau ? (1:oui/2:non)"
             ACCEPT Wnb
           END-PERFORM
         END-IF
       END-IF
       IF Wnb = 1
         ADD 1 TO frc_numRun
         MOVE WnoRapAnnee TO frc_annee
         MOVE WnoRapSem TO frc_semPaie
         MOVE 1 TO frc_etat
         MOVE FUNCTION CURRENT-DATE(1:8) TO frc_dateDeb
         PERFORM CLORE_RUN_CONTROL
         PERFORM NOTIF_RAPPELS_SEMAINE
       ELSE
         CLOSE fruncontrol
       END-IF.

       NOTIF_RAPPELS_SEMAINE.
     **Depose les rappels de la semaine WnoRapSem/WnoRapAnnee.
       MOVE "RAPPEL" TO WnoType
       MOVE "NOTI" TO WtypeRun
       PERFORM OUVRIR_RUN_CONTROL
       PERFORM OUVRIR_NOTIF_MAJ
       OPEN INPUT freserv
       MOVE 0 TO Wfin2
       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
         READ freserv NEXT
           AT END
             MOVE 1 TO Wfin2
           NOT AT END
             IF fr_annee = WnoRapAnnee AND fr_numSem = WnoRapSem
               MOVE "E" TO WnoDest
               PERFORM NOTIF_ECRIRE
               ADD 1 TO WnoNbE
               PERFORM GROUPE_CHARGE_RESERV
               IF WgrPorteur = 1
                 MOVE "P" TO WnoDest
                 PERFORM NOTIF_ECRIRE
                 ADD 1 TO WnoNbP
               END-IF
             END-IF
         END-READ
       END-PERFORM
       CLOSE freserv
       CLOSE fnotif
       PERFORM CLORE_RUN_CONTROL
       DISPLAY "Rappels semaine " WnoRapSem "/" WnoRapAnnee ": "
           WnoNbE " pour les eleves, " WnoNbP " pour les enseignants".

       NOTIF_TRANSMETTRE.
     **Transmet a l'outil de diffusion les messages en attente de
     **notif.dat: chacun est complete (NOTIF_RESOUDRE) puis ecrit
     **a la suite de notif_envoi.csv (cree avec sa ligne d'en-tete
     **au premier passage; l'outil de diffusion le vide une fois
     **traite), et passe a l'etat transmis (1) en attendant le retour
     **d'envoi. Un message sans aucune coordonnee passe directement
     **en echec (3).
       MOVE 0 TO WnoNbTrans
       MOVE 0 TO WnoNbSans
       PERFORM OUVRIR_NOTIF_MAJ
       OPEN INPUT feleve
       OPEN INPUT ffamille
       OPEN INPUT fenseignant
       OPEN EXTEND fnotenv
       IF fne_stat = 35
         OPEN OUTPUT fnotenv
         MOVE SPACES TO Tnotenv
         STRING "numero;canal;adresse;destinataire;type;objet;"
             "date;jour;heure;duree;matiere;avec;ancienne date;"
             "ancienne heure" DELIMITED BY SIZE INTO Tnotenv
         WRITE Tnotenv
       END-IF
       MOVE 0 TO Wfin2
       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
         READ fnotif NEXT
           AT END
             MOVE 1 TO Wfin2
           NOT AT END
             IF fno_etat = 0
               PERFORM NOTIF_TRANSMETTRE_UN
             END-IF
         END-READ
       END-PERFORM
       CLOSE fnotenv
       CLOSE fenseignant
       CLOSE ffamille
       CLOSE feleve
       CLOSE fnotif
       DISPLAY WnoNbTrans " message(s) transmis dans notif_envoi.csv, "
           WnoNbSans " sans coordonnees (en echec)".

       NOTIF_TRANSMETTRE_UN.
     **Complete et transmet le message courant de notif.dat.
       PERFORM NOTIF_RESOUDRE
       IF fno_etat = 3
         ADD 1 TO WnoNbSans
       ELSE
         PERFORM NOTIF_OBJET
         MOVE SPACES TO Tnotenv
         STRING fno_num ";" fno_canal ";" FUNCTION TRIM(fno_adresse)
             ";" fno_dest ";" FUNCTION TRIM(fno_type) ";"
             FUNCTION TRIM(WnoObjet) ";" fno_dateCours ";" fno_jour
             ";" fno_hDebut ";" fno_nbHeure ";"
             FUNCTION TRIM(fno_matiere) ";"
             FUNCTION TRIM(fno_autreNom) ";" fno_ancDate ";"
             fno_ancHDebut DELIMITED BY SIZE INTO Tnotenv
         WRITE Tnotenv
         MOVE 1 TO fno_etat
         MOVE FUNCTION CURRENT-DATE(1:8) TO fno_dateTrans
         ADD 1 TO WnoNbTrans
       END-IF
       REWRITE Tnotif END-REWRITE.

       NOTIF_RESOUDRE.
     **Complete le message courant de notif.dat: adresse du
     **destinataire (email de la famille de l'eleve, sinon de
     **l'eleve, sinon le telephone de la famille puis de l'eleve;
     **email de l'enseignant, sinon son telephone) et nom de l'autre
     **partie du cours. Sans aucune coordonnee le message passe en
     **echec. feleve, ffamille et fenseignant sont ouverts par
     **l'appelant.
       MOVE SPACES TO fno_canal
       MOVE SPACES TO fno_adresse
       MOVE SPACES TO fno_autreNom
       MOVE 0 TO WnoEleOk
       MOVE 0 TO WnoEnsOk
       MOVE 0 TO WnoFamOk
       MOVE fno_idEl TO fel_idEl
       READ feleve KEY IS fel_idEl
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 1 TO WnoEleOk
       END-READ
       MOVE fno_idEn TO fen_idEn
       READ fenseignant KEY IS fen_idEn
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 1 TO WnoEnsOk
       END-READ
       IF WnoEleOk = 1 AND fel_idFa > 0
         MOVE fel_idFa TO ffa_idFa
         READ ffamille KEY IS ffa_idFa
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 1 TO WnoFamOk
         END-READ
       END-IF
       IF fno_dest = "P"
         IF fno_numGroupe > 0 AND fno_type = "RAPPEL"
           STRING "Groupe " fno_numGroupe DELIMITED BY SIZE
               INTO fno_autreNom
         ELSE
           IF WnoEleOk = 1
             STRING FUNCTION TRIM(fel_prenom) " "
                 FUNCTION TRIM(fel_nom) DELIMITED BY SIZE
                 INTO fno_autreNom
           END-IF
         END-IF
         IF WnoEnsOk = 1
           IF fen_email NOT = SPACES
             MOVE "M" TO fno_canal
             MOVE fen_email TO fno_adresse
           ELSE
             IF fen_tel NOT = SPACES
               MOVE "T" TO fno_canal
               MOVE fen_tel TO fno_adresse
             END-IF
           END-IF
         END-IF
       ELSE
         IF WnoEnsOk = 1
           STRING FUNCTION TRIM(fen_prenom) " "
               FUNCTION TRIM(fen_nom) DELIMITED BY SIZE
               INTO fno_autreNom
         END-IF
         IF WnoFamOk = 1 AND ffa_email NOT = SPACES
           MOVE "F" TO fno_dest
           MOVE "M" TO fno_canal
           MOVE ffa_email TO fno_adresse
         END-IF
         IF fno_canal = SPACE AND WnoEleOk = 1
           AND fel_email NOT = SPACES
           MOVE "M" TO fno_canal
           MOVE fel_email TO fno_adresse
         END-IF
         IF fno_canal = SPACE AND WnoFamOk = 1
           AND ffa_tel NOT = SPACES
           MOVE "F" TO fno_dest
           MOVE "T" TO fno_canal
           MOVE ffa_tel TO fno_adresse
         END-IF
         IF fno_canal = SPACE AND WnoEleOk = 1
           AND fel_tel NOT = SPACES
           MOVE "T" TO fno_canal
           MOVE fel_tel TO fno_adresse
         END-IF
       END-IF
       IF fno_canal = SPACE
         MOVE 3 TO fno_etat
         MOVE FUNCTION CURRENT-DATE(1:8) TO fno_dateEtat
         MOVE "SANS COORDONNEES" TO fno_motif
       END-IF.

       NOTIF_OBJET.
     **Objet du message courant de notif.dat selon son type.
       EVALUATE fno_type
         WHEN "RESERV"
           MOVE "Confirmation de cours" TO WnoObjet
         WHEN "DEPLACE"
           MOVE "Cours deplace" TO WnoObjet
         WHEN "REMPLACE"
           MOVE "Changement d'enseignant" TO WnoObjet
         WHEN "ATTENTE"
           MOVE "Place obtenue sur liste d'attente" TO WnoObjet
         WHEN "RAPPEL"
           MOVE "Rappel: cours la semaine prochaine" TO WnoObjet
         WHEN OTHER
           MOVE "Information cours" TO WnoObjet
       END-EVALUATE.

       NOTIF_STATUTS.
     **Integre le fichier retour de l'outil de diffusion
     **notif_statut.csv (une ligne par message: numero, statut
     **ENVOYE/OK ou ECHEC/KO, puis date AAAAMMJJ et motif facultatifs,
     **separateur ';' ou ','): chaque message transmis passe a l'etat
     **envoye (2) ou en echec (3) avec la date du retour. Les lignes
     **illisibles, les numeros inconnus et les messages jamais
     **transmis sont comptes en rejet.
       MOVE 0 TO WnoNbEnvoye
       MOVE 0 TO WnoNbEchec
       MOVE 0 TO WnoNbRejet
       OPEN INPUT fnotstat
       IF fns_stat = 35
         DISPLAY "Aucun fichier notif_statut.csv a integrer"
       ELSE
         PERFORM OUVRIR_NOTIF_MAJ
         MOVE 0 TO Wfin2
         PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
           READ fnotstat
             AT END
               MOVE 1 TO Wfin2
             NOT AT END
               IF Tnotstat NOT = SPACES
                 PERFORM NOTIF_STATUT_LIGNE
               END-IF
           END-READ
         END-PERFORM
         CLOSE fnotif
         CLOSE fnotstat
         DISPLAY "Retour d'envoi: " WnoNbEnvoye " envoye(s), "
           WnoNbEchec " en echec, " WnoNbRejet " ligne(s) rejetee(s)"
       END-IF.

       NOTIF_STATUT_LIGNE.
     **Applique la ligne courante du fichier retour au message
     **correspondant de notif.dat.
       MOVE SPACES TO WnoNumTxt
       MOVE SPACES TO WnoStatTxt
       MOVE SPACES TO WnoDateTxt
       MOVE SPACES TO WnoMotifTxt
       MOVE 0 TO WnoNbSep
       INSPECT Tnotstat TALLYING WnoNbSep FOR ALL ";"
       IF WnoNbSep > 0
         MOVE ";" TO WnoSep
       ELSE
         MOVE "," TO WnoSep
       END-IF
       UNSTRING Tnotstat DELIMITED BY WnoSep
           INTO WnoNumTxt WnoStatTxt WnoDateTxt WnoMotifTxt
       INSPECT WnoNumTxt REPLACING ALL '"' BY SPACE
       INSPECT WnoStatTxt REPLACING ALL '"' BY SPACE
       INSPECT WnoDateTxt REPLACING ALL '"' BY SPACE
       INSPECT WnoMotifTxt REPLACING ALL '"' BY SPACE
       COMPUTE WnoNumLu = FUNCTION NUMVAL(WnoNumTxt)
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WnoStatTxt))
         TO WnoStatTxt
       MOVE 0 TO WnoEtat
       IF WnoStatTxt = "ENVOYE" OR WnoStatTxt = "OK"
         OR WnoStatTxt = "SENT" OR WnoStatTxt = "2"
         MOVE 2 TO WnoEtat
       END-IF
       IF WnoStatTxt = "ECHEC" OR WnoStatTxt = "KO"
         OR WnoStatTxt = "FAILED" OR WnoStatTxt = "3"
         MOVE 3 TO WnoEtat
       END-IF
       IF WnoNumLu = 0 OR WnoEtat = 0
         ADD 1 TO WnoNbRejet
       ELSE
         MOVE WnoNumLu TO fno_num
         READ fnotif KEY IS fno_num
           INVALID KEY
             DISPLAY "Retour pour un message inconnu: " WnoNumLu
             ADD 1 TO WnoNbRejet
           NOT INVALID KEY
             IF fno_etat = 0
               DISPLAY "Message " fno_num " jamais transmis, retour"
                 " ignore"
               ADD 1 TO WnoNbRejet
             ELSE
               COMPUTE WnoDateLue = FUNCTION NUMVAL(WnoDateTxt)
               IF WnoDateLue < 20000101 OR WnoDateLue > 20991231
                 MOVE FUNCTION CURRENT-DATE(1:8) TO WnoDateLue
               END-IF
               MOVE WnoEtat TO fno_etat
               MOVE WnoDateLue TO fno_dateEtat
               IF WnoEtat = 3
                 MOVE FUNCTION TRIM(WnoMotifTxt) TO fno_motif
                 IF fno_motif = SPACES
                   MOVE "ECHEC D'ENVOI" TO fno_motif
                 END-IF
                 ADD 1 TO WnoNbEchec
               ELSE
                 MOVE SPACES TO fno_motif
                 ADD 1 TO WnoNbEnvoye
               END-IF
               REWRITE Tnotif END-REWRITE
             END-IF
         END-READ
       END-IF.

       NOTIF_LISTER.
     **Consulte la boite d'envoi: messages d'un etat (ou tous),
     **pour un eleve (ou tous), avec leurs dates de creation, de
     **transmission et de retour, preuve de qui a ete prevenu de quoi
     **et quand.
       MOVE 0 TO WnoEtat
       PERFORM WITH TEST AFTER UNTIL WnoEtat <= 3 OR WnoEtat = 9
         DISPLAY "Etat (0:a transmettre 1:transmis 2:envoye "
           "3:echec 9:tous)"
         ACCEPT WnoEtat
       END-PERFORM
       DISPLAY "Id de l'eleve (0 pour tous) ?"
       ACCEPT WnoIdEl
       MOVE 0 TO WnoNbVus
       PERFORM OUVRIR_NOTIF_LECTURE
       MOVE 0 TO Wfin2
       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
         READ fnotif NEXT
           AT END
             MOVE 1 TO Wfin2
           NOT AT END
             IF (WnoEtat = 9 OR fno_etat = WnoEtat)
               AND (WnoIdEl = 0 OR fno_idEl = WnoIdEl)
               ADD 1 TO WnoNbVus
               DISPLAY fno_num " " fno_type " " fno_dest " eleve "
                 fno_idEl " enseignant " fno_idEn " cours du "
                 fno_dateCours " a " fno_hDebut "h " fno_matiere
               DISPLAY "   etat " fno_etat " cree " fno_dateCre " "
                 fno_heureCre " transmis " fno_dateTrans " retour "
                 fno_dateEtat " " fno_canal " " fno_adresse " "
                 fno_motif
             END-IF
         END-READ
       END-PERFORM
       CLOSE fnotif
       DISPLAY WnoNbVus " message(s)".

       OUVRIR_NOTIF_MAJ.
     **Ouvre notif.dat en mise a jour, en le creant vierge au
     **premier passage.
       OPEN I-O fnotif
       IF fno_stat = 35
         OPEN OUTPUT fnotif
         CLOSE fnotif
         OPEN I-O fnotif
       END-IF.

       OUVRIR_NOTIF_LECTURE.
     **Ouvre notif.dat en lecture, en le creant vierge au premier
     **passage.
       OPEN INPUT fnotif
       IF fno_stat = 35
         OPEN OUTPUT fnotif
         CLOSE fnotif
         OPEN INPUT fnotif
       END-IF.

       PLANNING_HEBDO.
     **Edite, pour une annee et une semaine donnees, une feuille de
     **planning par enseignant ayant au moins une reservation cette
     **semaine: grille lundi-dimanche sur les heures 8h-20h avec le
     **nom de l'eleve et la matiere dans chaque creneau occupe, et le
     **reste d'heures sous fen_nbHMax en pied de feuille. Chaque
     **feuille est ecrite dans son propre fichier planning_NNNN.txt,
     **sur le modele des sections par enseignant de paie.txt.
       PERFORM DEMANDE_ANNEE
       MOVE 0 TO WnumSem
       PERFORM WITH TEST AFTER UNTIL WnumSem>0 AND WnumSem<=52
         DISPLAY "Entrez le numero de la semaine (1-52)"
         ACCEPT WnumSem
       END-PERFORM
       MOVE 0 TO WnbPlanning
       OPEN INPUT fenseignant
       OPEN INPUT feleve
       OPEN INPUT freserv
       PERFORM OUVRIR_DISPO_LECTURE
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fenseignant NEXT
           AT END
             MOVE 1 TO Wfin
           NOT AT END
             PERFORM PLANNING_UN_ENSEIGNANT
         END-READ
       END-PERFORM
       CLOSE fdispo
       CLOSE freserv
       CLOSE feleve
       CLOSE fenseignant
       DISPLAY WnbPlanning " feuille(s) de planning ecrite(s)"
       DISPLAY "Fichiers planning_<id enseignant>.txt".

       PLANNING_UN_ENSEIGNANT.
     **Construit la grille de la semaine pour l'enseignant courant de
     **fenseignant et ecrit sa feuille s'il a au moins une
     **reservation sur la semaine demandee.
       PERFORM VARYING Wjx FROM 1 BY 1 UNTIL Wjx > 7
         PERFORM VARYING Whx FROM 1 BY 1 UNTIL Whx > 13
           MOVE SPACES TO WPL-Cell(Wjx, Whx)
         END-PERFORM
       END-PERFORM
       PERFORM PLANNING_BLOQUER_GRILLE
       MOVE 0 TO WhTotalSem
       MOVE 0 TO WnbPG
       MOVE fen_idEn TO fr_idEn
       START freserv KEY IS = fr_idEn
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
               AT END
                 MOVE 1 TO Wfin2
               NOT AT END
                 IF fr_idEn = fen_idEn
                   IF fr_annee = WAnnee AND fr_numSem = WnumSem
                     PERFORM PLANNING_PLACER_RESERV
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin2
             END-READ
           END-PERFORM
       END-START
       IF WhTotalSem > 0
         PERFORM PLANNING_ECRIRE_FEUILLE
         ADD 1 TO WnbPlanning
       END-IF.

       PLANNING_BLOQUER_GRILLE.
     **Marque INDISPONIBLE, avant placement des reservations, les
     **cellules du planning situees hors de la grille de
     **disponibilite de l'enseignant courant; un enseignant sans
     **grille saisie garde une feuille entierement ouverte.
       MOVE fen_idEn TO fd_idEn
       PERFORM VARYING Wjx FROM 1 BY 1 UNTIL Wjx > 7
         MOVE Wjx TO fd_jour
         READ fdispo KEY IS fd_cle
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             PERFORM VARYING Whx FROM 1 BY 1 UNTIL Whx > 13
               COMPUTE WheurePl = Whx + 7
               IF fd_hDeb = 0 OR WheurePl < fd_hDeb
                 OR WheurePl >= fd_hFin
                 MOVE "INDISPONIBLE" TO WPL-Cell(Wjx, Whx)
               END-IF
             END-PERFORM
         END-READ
       END-PERFORM.

       PLANNING_PLACER_RESERV.
     **Place la reservation courante de freserv dans la grille: une
     **cellule par heure de cours, bornee a la plage 8h-20h. Un cours
     **de groupe occupe une seule fois le creneau (GRP + numero) et
     **ses inscrits sont listes en pied de feuille.
       PERFORM GROUPE_CHARGE_RESERV
       ADD WhCharge TO WhTotalSem
       MOVE fr_idEl TO fel_idEl
       READ feleve KEY IS fel_idEl
         INVALID KEY
           MOVE "Eleve ?" TO WplCell
           MOVE "Inconnu" TO fel_nom
         NOT INVALID KEY
           MOVE SPACES TO WplCell
           STRING fel_nom DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               fr_matiere DELIMITED BY SIZE
               INTO WplCell
       END-READ
       IF fr_numGroupe > 0
         MOVE SPACES TO WplCell
         STRING "GRP" DELIMITED BY SIZE
             fr_numGroupe DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             fr_matiere DELIMITED BY SIZE
             INTO WplCell
         PERFORM PLANNING_NOTER_GROUPE
       END-IF
       IF fr_jour >= 1 AND fr_jour <= 7
         COMPUTE WhFinExist = fr_hDebut + fr_nbHeure - 1
         PERFORM VARYING WheurePl FROM fr_hDebut BY 1
           UNTIL WheurePl > WhFinExist
           IF WheurePl >= 8 AND WheurePl <= 20
             COMPUTE Whx = WheurePl - 7
             MOVE WplCell TO WPL-Cell(fr_jour, Whx)
           END-IF
         END-PERFORM
       END-IF.

       PLANNING_NOTER_GROUPE.
     **Ajoute le nom de l'eleve de la reservation courante a la liste
     **des inscrits de son groupe dans WTabPlanGroupe.
       MOVE 0 TO WgrTrouve
       PERFORM VARYING WpgIx FROM 1 BY 1 UNTIL WpgIx > WnbPG
         IF WPG-Num(WpgIx) = fr_numGroupe
           MOVE WpgIx TO WgrNbVus
           MOVE 1 TO WgrTrouve
         END-IF
       END-PERFORM
       IF WgrTrouve = 0 AND WnbPG < 10
         ADD 1 TO WnbPG
         MOVE fr_numGroupe TO WPG-Num(WnbPG)
         MOVE SPACES TO WPG-Noms(WnbPG)
         MOVE 1 TO WPG-Lg(WnbPG)
         MOVE WnbPG TO WgrNbVus
         MOVE 1 TO WgrTrouve
       END-IF
       IF WgrTrouve = 1
         MOVE WgrNbVus TO WpgIx
         STRING " " DELIMITED BY SIZE
             fel_nom DELIMITED BY SPACE
             INTO WPG-Noms(WpgIx) WITH POINTER WPG-Lg(WpgIx)
         END-STRING
       END-IF.

       PLANNING_ECRIRE_FEUILLE.
     **Ecrit la feuille de planning de l'enseignant courant dans son
     **fichier planning_NNNN.txt (ecrase a chaque edition).
       MOVE SPACES TO WNomHisto
       STRING "planning_" DELIMITED BY SIZE
           fen_idEn DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WNomHisto
       OPEN OUTPUT fhisto
       MOVE SPACES TO Thisto
       STRING "PLANNING SEMAINE " WnumSem "/" WAnnee
         " - ENSEIGNANT " fen_idEn INTO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       STRING fen_nom " " fen_prenom " - " fen_matiere INTO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       MOVE ALL "-" TO Thisto(1:124)
       WRITE Thisto
       MOVE SPACES TO Thisto
       MOVE "HEURE" TO Thisto(1:5)
       PERFORM VARYING Wjx FROM 1 BY 1 UNTIL Wjx > 7
         PERFORM JOUR_LIBELLE
         COMPUTE Wpos = 6 + (Wjx - 1) * 17
         MOVE WjourLib TO Thisto(Wpos:16)
       END-PERFORM
       WRITE Thisto
       PERFORM VARYING Whx FROM 1 BY 1 UNTIL Whx > 13
         MOVE SPACES TO Thisto
         COMPUTE WheurePl = Whx + 7
         MOVE WheurePl TO Thisto(1:2)
         MOVE "h" TO Thisto(3:1)
         PERFORM VARYING Wjx FROM 1 BY 1 UNTIL Wjx > 7
           COMPUTE Wpos = 6 + (Wjx - 1) * 17
           MOVE WPL-Cell(Wjx, Whx) TO Thisto(Wpos:16)
         END-PERFORM
         WRITE Thisto
       END-PERFORM
       MOVE SPACES TO Thisto
       MOVE ALL "-" TO Thisto(1:124)
       WRITE Thisto
       PERFORM VARYING WpgIx FROM 1 BY 1 UNTIL WpgIx > WnbPG
         MOVE SPACES TO Thisto
         STRING "Groupe " WPG-Num(WpgIx) ":" WPG-Noms(WpgIx)
           INTO Thisto
         WRITE Thisto
       END-PERFORM
       MOVE SPACES TO Thisto
       STRING "Heures reservees: " WhTotalSem " sur " fen_nbHMax
         " max" INTO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       IF WhTotalSem <= fen_nbHMax
         COMPUTE Wh = fen_nbHMax - WhTotalSem
         STRING "Heures restantes: " Wh INTO Thisto
       ELSE
         MOVE "ATTENTION: plafond d'heures depasse" TO Thisto
       END-IF
       WRITE Thisto
       CLOSE fhisto.

       JOUR_LIBELLE.
     **Renvoie dans WjourLib le libelle du jour Wjx (1=lundi).
       EVALUATE Wjx
         WHEN 1 MOVE "LUNDI" TO WjourLib
         WHEN 2 MOVE "MARDI" TO WjourLib
         WHEN 3 MOVE "MERCREDI" TO WjourLib
         WHEN 4 MOVE "JEUDI" TO WjourLib
         WHEN 5 MOVE "VENDREDI" TO WjourLib
         WHEN 6 MOVE "SAMEDI" TO WjourLib
         WHEN 7 MOVE "DIMANCHE" TO WjourLib
       END-EVALUATE.


       MENU_AVIS.
       DISPLAY " xxxx  MENU AVIS  xxxx "
       DISPLAY"________________________________________________________"
       DISPLAY"|Selectionnez un chiffre en fonction de l'action voulue|"
       DISPLAY"|                                                      |"
       DISPLAY"| 0-Revenir au menu principal                          |"
       DISPLAY"| 1-Ajouter un avis                                    |"
       DISPLAY"| 2-Afficher les Avis via les id                       |"
       DISPLAY"| 3-Afficher les Avis                                  |"
       DISPLAY"| 5-Supprimer un Avis                                  |"
       DISPLAY"| 6-Ajouter un suivi pedagogique (enseignant -> eleve) |"
       DISPLAY"| 7-Afficher les suivis pedagogiques d'un eleve        |"
       DISPLAY"| 8-Editer le bulletin de periode d'un eleve           |"
       DISPLAY"|______________________________________________________|"
       ACCEPT Wnb
       EVALUATE Wnb
         WHEN 0 PERFORM MENU_PRINCIPAL
         WHEN 1 PERFORM AJOUT_AVIS
         WHEN 2 PERFORM AFFICHER_AVIS_ID
         WHEN 3 PERFORM AFFICHER_AVIS_NOMS
         WHEN 5 PERFORM SUPPRIMER_AVIS
         WHEN 6 PERFORM AJOUT_SUIVI
         WHEN 7 PERFORM AFFICHER_SUIVIS_ELEVE
         WHEN 8 PERFORM BULLETIN_PERIODE
         WHEN OTHER
          DISPLAY "!!!!!!!!!!!!!!!!!!!!!"
          DISPLAY "Entree non valide"
          DISPLAY "!!!!!!!!!!!!!!!!!!!!!"
       END-EVALUATE
       PERFORM MENU_AVIS.

       AJOUT_AVIS.
       MOVE 0 TO WensOk
       PERFORM DEMANDE_AFFICHAGE_ELEVE
       DISPLAY"********************************************"
       DISPLAY "Entrez l'id de l'eleve notant "
       DISPLAY"(Note possible uniquement si il y a eu reservation)"
       DISPLAY"********************************************"
       ACCEPT Wid
       OPEN INPUT freserv
       OPEN INPUT feleve
       OPEN INPUT fenseignant
       MOVE 1 TO Wel3
       PERFORM AFFICHER_RES_UN_ELEVE.
       MOVE 0 TO Wel3
       IF WensOk = 1
       DISPLAY" "
       DISPLAY "Entrez l'id de l'enseignant note"
       ACCEPT Wid2
       MOVE Wid TO fr_idEl
       START freserv KEY IS= fr_idEl
       INVALID KEY
         DISPLAY "Cet eleve n'a jamais reserve de cours"
       NOT INVALID KEY
        OPEN I-O favis
        MOVE Wid TO fa_idEl
        MOVE Wid2 TO fa_idEn
        READ favis KEY IS fa_cle
        INVALID KEY
         MOVE 0 TO Wnb
         PERFORM WITH TEST AFTER UNTIL fa_note>0 AND fa_note<6
         DISPLAY "Entrez la note que l'eleve a attrribue a l'enseignant"
         DISPLAY "(Note: entier entre 1 et 5)"
         ACCEPT fa_note
         END-PERFORM
         DISPLAY "Entrez le commentaire de l'eleve (-50 car)"
         ACCEPT fa_commentaire
         WRITE Tavis
          INVALID KEY
            DISPLAY 'Ajout impossible'
          NOT INVALID KEY
            DISPLAY 'Avis enregistre'
         END-WRITE
        NOT INVALID KEY
         DISPLAY "ATTENTION, la note a deja ete donnee"
        END-READ
        CLOSE favis
       END-START
       END-IF
       CLOSE freserv
       CLOSE feleve
       CLOSE fenseignant.

       AFFICHER_AVIS_ID.
       OPEN INPUT favis
       DISPLAY' '
       DISPLAY'Liste des avis par id'
       DISPLAY' '
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ favis NEXT
              AT END MOVE 1 TO Wfin
           NOT AT END
              DISPLAY "******************************"
              DISPLAY "id Eleve notant: ", fa_idEl
              DISPLAY "id Enseignant note: ", fa_idEn
              DISPLAY "Note: ", fa_note"/5"
              DISPLAY "Commentaire: ", fa_commentaire
              DISPLAY "******************************"
       END-PERFORM
       CLOSE favis.


       AFFICHER_AVIS_NOMS.
       MOVE 0 TO Wnb3
       PERFORM WITH TEST AFTER UNTIL Wnb3>0 AND Wnb3<=3
           DISPLAY"1: Afficher l'ensemble des Avis"
           DISPLAY"2: Afficher l'ensemble des avis emis par un eleve"
           DISPLAY"3: Afficher l'ensemble des avis sur un enseignant"
           ACCEPT Wnb3
       END-PERFORM
       EVALUATE Wnb3
           WHEN 2 PERFORM DEMANDE_AFFICHAGE_ELEVE
             DISPLAY "Entrez le numero de l'eleve"
             ACCEPT Wid
           WHEN 3 PERFORM DEMANDE_AFFICHAGE_ENSEIGNANT
             DISPLAY "Entrez le numero de l'enseignant"
             ACCEPT Wid2
       END-EVALUATE
       PERFORM DEMANDE_EXPORT_CSV
       OPEN INPUT feleve
       OPEN INPUT fenseignant
       OPEN INPUT favis
       EVALUATE Wnb3
         WHEN 1
           DISPLAY " "
           DISPLAY "Liste des avis"
           DISPLAY " "
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin=1
             READ favis
             AT END
               MOVE 1 TO Wfin
             NOT AT END
               MOVE fa_idEl TO fel_idEl
               READ feleve KEY IS fel_idEl
***************INVALID KEY DISPLAY "Eleve supprimé"
               MOVE fa_idEn TO fen_idEn
               READ fenseignant KEY IS fen_idEn
***************INVALID KEY DISPLAY "Enseignant supprimé"
               PERFORM AFFICHER_DETAILS_AVIS
           END-PERFORM
         WHEN 2
           MOVE 1 TO Wel
           MOVE Wid TO fel_idEl
           READ feleve KEY IS fel_idEl
           INVALID KEY
             DISPLAY"Pas d'identifiant correspondant"
           NOT INVALID KEY
             DISPLAY' '
             DISPLAY'Liste des avis donnes par ',fel_prenom" ",fel_nom
             DISPLAY' '
             MOVE Wid TO fa_idEl
             START favis KEY IS = fa_idEl
             INVALID KEY
               DISPLAY "Cet eleve n'a pas donne de notes"
               DISPLAY " "
             NOT INVALID KEY
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ favis NEXT
                   AT END
                     MOVE 1 TO Wfin
                   NOT AT END
                     IF fa_idEl=Wid
                       MOVE fa_idEn TO fen_idEn
                       READ fenseignant KEY IS fen_idEn
                       PERFORM AFFICHER_DETAILS_AVIS
                     ELSE
                       MOVE 1 TO Wfin
                     END-IF
                 END-READ
               END-PERFORM
             END-START
           MOVE 0 TO Wel
         WHEN 3
           MOVE 1 TO Wel2
           MOVE Wid2 TO fen_idEn
           READ fenseignant KEY IS fen_idEn
           INVALID KEY
             DISPLAY"Pas d'identifiant correspondant"
           NOT INVALID KEY
             DISPLAY' '
             DISPLAY'liste des notes donnees a ',fen_prenom" ",fen_nom
             DISPLAY' '
             MOVE Wid2 TO fa_idEn
             START favis KEY IS = fa_idEn
             INVALID KEY
               DISPLAY "Pas de note concernant cet enseignant"
               DISPLAY " "
             NOT INVALID KEY
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ favis NEXT
                 AT END
                     MOVE 1 TO Wfin
                 NOT AT END
                   IF fa_idEn=Wid2
                     MOVE fa_idEl TO fel_idEl
                     READ feleve KEY IS fel_idEl
                     PERFORM AFFICHER_DETAILS_AVIS
                   ELSE
                     MOVE 1 TO Wfin
                   END-IF
                 END-READ
               END-PERFORM
             END-START
           END-READ
           MOVE 0 TO Wel2
       END-EVALUATE
       CLOSE feleve
       CLOSE fenseignant
       CLOSE favis
       PERFORM FIN_EXPORT_CSV.


       AFFICHER_DETAILS_AVIS.
       DISPLAY"*****************************"
       IF Wel<>1
         DISPLAY"Nom Eleve: ",fel_nom
         DISPLAY"Prenom Eleve: ",fel_prenom
       END-IF
       IF Wel3=1
          DISPLAY"Id Eleve: ",fa_idEl
          DISPLAY"Id Enseignant: ",fa_idEn
       END-IF
       IF Wel2<>1
          DISPLAY"Nom Enseignant: ",fen_nom
          DISPLAY"Prenom Enseignant: ",fen_prenom
       END-IF
       DISPLAY "Note: ", fa_note
       DISPLAY "Commentaire: ", fa_commentaire
       DISPLAY "******************************".
       IF WexportOn=1 PERFORM EXPORT_CSV_AVIS END-IF.

       SUPPRIMER_AVIS.
       MOVE 0 TO Wnb
       PERFORM WITH TEST AFTER UNTIL Wnb>=1 and Wnb<=2
         DISPLAY"Voulez-vous afficher les avis (1:oui / 2:non)"
         ACCEPT Wnb
       END-PERFORM
       IF Wnb=1
         MOVE 1 TO Wel3
         PERFORM AFFICHER_AVIS_NOMS
         MOVE 0 TO Wel3
       END-IF
       OPEN I-O favis
       DISPLAY "Entrez les id correspondant a l'avis a supprimer"
       DISPLAY "Entrez l'id de l'eleve"
       ACCEPT fa_idEl
       DISPLAY "Entrez l'id de l'enseignant"
       ACCEPT fa_idEn
       READ favis KEY IS fa_cle
       INVALID KEY
         DISPLAY"Identifiants non valides"
       NOT INVALID KEY
         MOVE 0 TO Wnb
         PERFORM WITH TEST AFTER UNTIL Wnb>=1 and Wnb<=2
           DISPLAY"Voulez-vous vraiment supprimer cet avis(1:oui/2:non)"
           ACCEPT Wnb
         END-PERFORM
         IF Wnb=1
           STRING fa_idEl DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               fa_idEn DELIMITED BY SIZE
               INTO WjrnId
           MOVE "AVIS" TO WjrnChamp
           MOVE "present" TO WjrnAvant
           MOVE "supprime" TO WjrnApres
           PERFORM JOURNALISER
           DELETE favis END-DELETE
         END-IF
       END-READ
       CLOSE favis.

       AJOUT_SUIVI.
     **Saisie par un enseignant d'un point d'avancement date sur un
     **eleve, rattache a la semaine de la reservation concernee
     **(note sur 20 et commentaire), conserve par annee scolaire
     **dans suivi.dat: c'est le pendant enseignant vers eleve du
     **fichier d'avis, et la matiere premiere du bulletin de
     **periode envoye aux familles.
       OPEN INPUT fenseignant
       DISPLAY "Id de l'enseignant redigeant le suivi ?"
       ACCEPT fen_idEn
       READ fenseignant KEY IS fen_idEn
         INVALID KEY
           DISPLAY 'Enseigant inexistant'
           CLOSE fenseignant
         NOT INVALID KEY
           CLOSE fenseignant
           OPEN INPUT feleve
           DISPLAY "Id de l'eleve suivi ?"
           ACCEPT fel_idEl
           READ feleve KEY IS fel_idEl
             INVALID KEY
               DISPLAY 'Eleve inexistant'
             NOT INVALID KEY
               PERFORM DEMANDE_ANNEE
               MOVE 0 TO WnumSem
               PERFORM WITH TEST AFTER UNTIL WnumSem>0
                   AND WnumSem<=52
                 DISPLAY "Semaine du cours suivi (1-52)"
                 ACCEPT WnumSem
               END-PERFORM
               OPEN INPUT freserv
               MOVE fel_idEl TO fr_idEl
               MOVE fen_idEn TO fr_idEn
               MOVE WAnnee TO fr_annee
               MOVE WnumSem TO fr_numSem
               READ freserv KEY IS fr_cle
                 INVALID KEY
                   DISPLAY "Pas de reservation de cet eleve avec"
                     " cet enseignant cette semaine"
                 NOT INVALID KEY
                   PERFORM SUIVI_ENREGISTRER
               END-READ
               CLOSE freserv
           END-READ
           CLOSE feleve
       END-READ.

       SUIVI_ENREGISTRER.
     **Ecrit (ou remplace apres confirmation) le suivi de la seance
     **courante de freserv dans suivi.dat et journalise la saisie.
       OPEN I-O fsuivi
       IF fsv_stat = 35
         OPEN OUTPUT fsuivi
         CLOSE fsuivi
         OPEN I-O fsuivi
       END-IF
       MOVE fr_idEl TO fsv_idEl
       MOVE fr_idEn TO fsv_idEn
       MOVE fr_annee TO fsv_annee
       MOVE fr_numSem TO fsv_numSem
       MOVE 0 TO Wel
       READ fsuivi KEY IS fsv_cle
         INVALID KEY
           MOVE 1 TO Wel
         NOT INVALID KEY
           DISPLAY "Un suivi existe deja pour cette seance (note "
             fsv_note "/20)"
           MOVE 0 TO Wnb
           PERFORM WITH TEST AFTER UNTIL Wnb=1 OR Wnb=2
             DISPLAY "Le remplacer ? (1:oui/2:non)"
             ACCEPT Wnb
           END-PERFORM
           IF Wnb=1
             MOVE 2 TO Wel
           END-IF
       END-READ
       IF Wel > 0
         MOVE fr_matiere TO fsv_matiere
         MOVE 99 TO fsv_note
         PERFORM WITH TEST AFTER UNTIL fsv_note <= 20
           DISPLAY "Note de l'eleve sur la seance (0-20)"
           ACCEPT fsv_note
         END-PERFORM
         DISPLAY "Commentaire de l'enseignant (-50 car)"
         ACCEPT fsv_commentaire
         MOVE FUNCTION CURRENT-DATE(1:8) TO fsv_date
         MOVE SPACES TO WjrnId
         STRING fsv_idEl DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             fsv_idEn DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             fsv_numSem DELIMITED BY SIZE
             INTO WjrnId
         MOVE "SUIVI" TO WjrnChamp
         IF Wel = 1
           MOVE "absent" TO WjrnAvant
           MOVE "redige" TO WjrnApres
           PERFORM JOURNALISER
           WRITE Tsuivi
             INVALID KEY
               DISPLAY 'Ajout impossible'
             NOT INVALID KEY
               DISPLAY 'Suivi enregistre'
           END-WRITE
         ELSE
           MOVE "present" TO WjrnAvant
           MOVE "remplace" TO WjrnApres
           PERFORM JOURNALISER
           REWRITE Tsuivi END-REWRITE
           DISPLAY 'Suivi remplace'
         END-IF
       END-IF
       MOVE 0 TO Wel
       CLOSE fsuivi.

       OUVRIR_SUIVI_LECTURE.
     **Ouvre suivi.dat en lecture pour les consultations et le
     **bulletin, en le creant vierge au premier passage.
       OPEN INPUT fsuivi
       IF fsv_stat = 35
         OPEN OUTPUT fsuivi
         CLOSE fsuivi
         OPEN INPUT fsuivi
       END-IF.

       AFFICHER_SUIVIS_ELEVE.
       PERFORM DEMANDE_AFFICHAGE_ELEVE
       OPEN INPUT feleve
       DISPLAY "Id de l'eleve ?"
       ACCEPT Wid
       MOVE Wid TO fel_idEl
       READ feleve
         INVALID KEY
           DISPLAY 'Auncun id correspondant'
         NOT INVALID KEY
           PERFORM DEMANDE_ANNEE
           PERFORM OUVRIR_SUIVI_LECTURE
           MOVE 0 TO WnbSuivi
           MOVE Wid TO fsv_idEl
           START fsuivi KEY IS = fsv_idEl
             INVALID KEY
               DISPLAY "Aucun suivi pour cet eleve"
             NOT INVALID KEY
               DISPLAY ' '
               DISPLAY 'Suivis de ',fel_prenom" ",fel_nom
               DISPLAY ' '
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ fsuivi NEXT
                   AT END
                     MOVE 1 TO Wfin
                   NOT AT END
                     IF fsv_idEl = Wid
                       IF fsv_annee = WAnnee
                         DISPLAY "******************************"
                         DISPLAY "Semaine: " fsv_numSem "/"
                           fsv_annee
                         DISPLAY "Matiere: " fsv_matiere
                         DISPLAY "Enseignant: " fsv_idEn
                         DISPLAY "Note: " fsv_note "/20"
                         DISPLAY "Commentaire: " fsv_commentaire
                         DISPLAY "Redige le: " fsv_date
                         DISPLAY "******************************"
                         ADD 1 TO WnbSuivi
                       END-IF
                     ELSE
                       MOVE 1 TO Wfin
                     END-IF
                 END-READ
               END-PERFORM
               DISPLAY WnbSuivi " suivi(s) sur l'annee " WAnnee
           END-START
           CLOSE fsuivi
       END-READ
       CLOSE feleve.

       BULLETIN_PERIODE.
     **Edite le bulletin de periode d'un eleve dans son fichier
     **bulletin_NNNN.txt, pret a envoyer a la famille: coordonnees
     **du destinataire (responsable payeur si l'eleve est rattache
     **a une famille, l'eleve sinon), heures de cours par matiere
     **sur la plage de semaines demandee, puis les suivis
     **pedagogiques dates rediges par les enseignants avec la
     **moyenne des notes de la periode.
       PERFORM DEMANDE_AFFICHAGE_ELEVE
       OPEN INPUT feleve
       DISPLAY "Id de l'eleve du bulletin ?"
       ACCEPT Wid
       MOVE Wid TO fel_idEl
       READ feleve
         INVALID KEY
           DISPLAY 'Auncun id correspondant'
         NOT INVALID KEY
           PERFORM DEMANDE_ANNEE
           PERFORM DEMANDE_PLAGE_SEMAINES
           PERFORM BULLETIN_ECRIRE
       END-READ
       CLOSE feleve.

       BULLETIN_ECRIRE.
     **Construit le bulletin de l'eleve courant de feleve pour la
     **periode WSemDeb-WSemFin de l'annee WAnnee, sur le modele des
     **feuilles de planning par enseignant.
       MOVE SPACES TO WNomHisto
       STRING "bulletin_" DELIMITED BY SIZE
           fel_idEl DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WNomHisto
       OPEN OUTPUT fhisto
       MOVE SPACES TO Thisto
       STRING "BULLETIN DE PERIODE " WAnnee " - semaines " WSemDeb
         " a " WSemFin INTO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       STRING "Eleve " fel_idEl " - " fel_nom " " fel_prenom
         " (" fel_classe ")" INTO Thisto
       WRITE Thisto
       MOVE 0 TO WfamTrouve
       IF fel_idFa > 0
         OPEN INPUT ffamille
         MOVE fel_idFa TO ffa_idFa
         READ ffamille KEY IS ffa_idFa
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 1 TO WfamTrouve
         END-READ
         CLOSE ffamille
       END-IF
       MOVE SPACES TO Thisto
       IF WfamTrouve = 1
         STRING "A adresser a: " DELIMITED BY SIZE
             FUNCTION TRIM(ffa_nom) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             FUNCTION TRIM(ffa_prenom) DELIMITED BY SIZE
             " - " DELIMITED BY SIZE
             FUNCTION TRIM(ffa_adresse) DELIMITED BY SIZE
             " - " DELIMITED BY SIZE
             ffa_email DELIMITED BY SPACE
             INTO Thisto
       ELSE
         STRING "A adresser a: " DELIMITED BY SIZE
             FUNCTION TRIM(fel_adresse) DELIMITED BY SIZE
             " - " DELIMITED BY SIZE
             fel_email DELIMITED BY SPACE
             INTO Thisto
       END-IF
       WRITE Thisto
       MOVE "--------------------------------------------" TO Thisto
       WRITE Thisto
       MOVE "Heures de cours suivies par matiere:" TO Thisto
       WRITE Thisto
       PERFORM INIT_TAB_MATIERE
       OPEN INPUT freserv
       MOVE Wid TO fr_idEl
       START freserv KEY IS = fr_idEl
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin2
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
             READ freserv NEXT
               AT END
                 MOVE 1 TO Wfin2
               NOT AT END
                 IF fr_idEl = Wid
                   PERFORM BULLETIN_TEST_SEM_RESERV
                   IF WtrouveRes = 1
                     MOVE fr_matiere TO Wmatiere
                     PERFORM TROUVER_MATIERE
                     IF Wi > 0
                       ADD fr_nbHeure TO WTM-Heures(Wi)
                     END-IF
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin2
                 END-IF
             END-READ
           END-PERFORM
       END-START
       CLOSE freserv
       MOVE 0 TO WnbHTotal
       PERFORM VARYING Wix FROM 1 BY 1 UNTIL Wix > 8
         IF WTM-Heures(Wix) > 0
           MOVE SPACES TO Thisto
           STRING "  " WTM-Nom(Wix) " : " WTM-Heures(Wix) "h"
             INTO Thisto
           WRITE Thisto
           ADD WTM-Heures(Wix) TO WnbHTotal
         END-IF
       END-PERFORM
       MOVE SPACES TO Thisto
       STRING "Total heures sur la periode: " WnbHTotal "h"
         INTO Thisto
       WRITE Thisto
       MOVE "--------------------------------------------" TO Thisto
       WRITE Thisto
       MOVE "Suivis des enseignants:" TO Thisto
       WRITE Thisto
       MOVE 0 TO WnbSuivi
       MOVE 0 TO WtotSuivi
       PERFORM OUVRIR_SUIVI_LECTURE
       MOVE Wid TO fsv_idEl
       START fsuivi KEY IS = fsv_idEl
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin2
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
             READ fsuivi NEXT
               AT END
                 MOVE 1 TO Wfin2
               NOT AT END
                 IF fsv_idEl = Wid
                   PERFORM BULLETIN_TEST_SEM_SUIVI
                   IF WtrouveRes = 1
                     MOVE SPACES TO Thisto
                     STRING "  Semaine " fsv_numSem "/" fsv_annee
                       " - " FUNCTION TRIM(fsv_matiere) " - "
                       fsv_note "/20 (enseignant " fsv_idEn ")"
                       INTO Thisto
                     WRITE Thisto
                     MOVE SPACES TO Thisto
                     STRING "    " FUNCTION TRIM(fsv_commentaire)
                       INTO Thisto
                     WRITE Thisto
                     ADD fsv_note TO WtotSuivi
                     ADD 1 TO WnbSuivi
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin2
                 END-IF
             END-READ
           END-PERFORM
       END-START
       CLOSE fsuivi
       MOVE SPACES TO Thisto
       IF WnbSuivi = 0
         MOVE "  Aucun suivi redige sur la periode" TO Thisto
       ELSE
         DIVIDE WtotSuivi BY WnbSuivi GIVING WmoySuivi
         STRING "Moyenne des notes de la periode: " WmoySuivi "/20"
           INTO Thisto
       END-IF
       WRITE Thisto
       CLOSE fhisto
       DISPLAY "Bulletin ecrit dans le fichier bulletin_"
           fel_idEl ".txt".

       BULLETIN_TEST_SEM_RESERV.
     **WtrouveRes=1 si la semaine de la reservation courante de
     **freserv tombe dans la periode WSemDeb-WSemFin de l'annee
     **WAnnee, la plage pouvant deborder sur le debut de l'annee
     **suivante comme pour les series.
       MOVE 0 TO WtrouveRes
       IF WSemFin >= WSemDeb
         IF fr_annee = WAnnee
           AND fr_numSem >= WSemDeb AND fr_numSem <= WSemFin
           MOVE 1 TO WtrouveRes
         END-IF
       ELSE
         IF fr_annee = WAnnee AND fr_numSem >= WSemDeb
           MOVE 1 TO WtrouveRes
         END-IF
         IF fr_annee = WAnnee + 1 AND fr_numSem <= WSemFin
           MOVE 1 TO WtrouveRes
         END-IF
       END-IF.

       BULLETIN_TEST_SEM_SUIVI.
     **Meme test de periode que BULLETIN_TEST_SEM_RESERV mais sur le
     **suivi courant de fsuivi.
       MOVE 0 TO WtrouveRes
       IF WSemFin >= WSemDeb
         IF fsv_annee = WAnnee
           AND fsv_numSem >= WSemDeb AND fsv_numSem <= WSemFin
           MOVE 1 TO WtrouveRes
         END-IF
       ELSE
         IF fsv_annee = WAnnee AND fsv_numSem >= WSemDeb
           MOVE 1 TO WtrouveRes
         END-IF
         IF fsv_annee = WAnnee + 1 AND fsv_numSem <= WSemFin
           MOVE 1 TO WtrouveRes
         END-IF
       END-IF.

       MENU_STAT.
       DISPLAY " xxxx  MENU STAT  xxxx "
       DISPLAY"________________________________________________________"
       DISPLAY"|Selectionnez un chiffre en fonction de l'action voulue|"
       DISPLAY"|                                                      |"
       DISPLAY"| 0-Revenir au menu principal                          |"
       DISPLAY"| 1-Afficher le prix a payer d'un eleve sur l'annee    |"
       DISPLAY"| 2-Afficher le versement a faire pour un enseignant   |"
       DISPLAY"| 3-Afficher la marge actuelle                         |"
       DISPLAY"| 4-Moyenne et tableau de bord des enseignants         |"
       DISPLAY"| 5-Facturation de fin de periode (tous les eleves)    |"
       DISPLAY"| 6-Registre de paie (tous les enseignants)            |"
       DISPLAY"| 7-Analyses par ville: marge, capacite et demande     |"
       DISPLAY"| 8-Consulter/modifier les tarifs par matiere          |"
       DISPLAY"| 9-Releves, bulletins de paie et taux de cotisation   |"
       DISPLAY"|______________________________________________________|"
       ACCEPT Wnb
       EVALUATE Wnb
         WHEN 0 PERFORM MENU_PRINCIPAL
         WHEN 1 PERFORM FACTURATION_ELEVE
         WHEN 2 PERFORM VERSEMENT_ENSEIGNANT
         WHEN 3 PERFORM CALCUL_MARGE
         WHEN 4 PERFORM MENU_SCORE
         WHEN 5 PERFORM FACTURATION_ELEVES_LOT
         WHEN 6 PERFORM VERSEMENT_ENSEIGNANTS_LOT
         WHEN 7 PERFORM MENU_ANALYSE
         WHEN 8 PERFORM MODIFIER_TARIF
         WHEN 9 PERFORM MENU_PAIE
         WHEN OTHER
          DISPLAY "!!!!!!!!!!!!!!!!!!!!!"
          DISPLAY "Entrée non valide"
          DISPLAY "!!!!!!!!!!!!!!!!!!!!!"
       END-EVALUATE
       PERFORM MENU_STAT.


       FACTURATION_ELEVE.
       PERFORM DEMANDE_AFFICHAGE_ELEVE
       PERFORM DEMANDE_ANNEE
       OPEN INPUT feleve
         DISPLAY "l'Id de l'eleve"
         ACCEPT Wid
         MOVE Wid TO fel_idEl
         READ feleve
            INVALID KEY
               DISPLAY 'Auncun id correspondant'
            NOT INVALID KEY
            OPEN INPUT freserv
            MOVE Wid TO fr_idEl
            START freserv KEY IS =fr_idEl
            INVALID KEY
              DISPLAY"cet eleve n'a jamais reserve de cours"
            NOT INVALID KEY
              PERFORM INIT_TAB_MATIERE
              MOVE 0 TO WhCouvert
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ freserv NEXT
                AT END
                   MOVE 1 TO Wfin
                NOT AT END
                 IF fr_idEl= Wid
                   IF fr_annee = WAnnee
                     MOVE fr_matiere TO Wmatiere
                     PERFORM TROUVER_MATIERE
                     IF Wi > 0
                       MOVE fr_nbHeure TO WhReel
                       PERFORM FORFAIT_DEDUIRE_HEURES
                       PERFORM MATIERE_CUMULER_HEURES
                     END-IF
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin
                 END-IF
              END-PERFORM
              DISPLAY "|-----------------------------------------|"
              DISPLAY "|"fel_nom
              DISPLAY "|"fel_prenom
              DISPLAY "|A adresser a: "fel_adresse" - "fel_tel" - "
                fel_email
              MOVE 0 TO WfactTotal
              PERFORM VARYING Wix FROM 1 BY 1 UNTIL Wix > 8
                IF WTM-Heures(Wix) > 0 OR WTM-HGroupe(Wix) > 0
                  MOVE WTM-Nom(Wix) TO Wmatiere
                  PERFORM LIRE_TARIF
                  MOVE WTM-Heures(Wix) TO WnbHTotal
                  MOVE WTM-HGroupe(Wix) TO WnbHGroupe
                  PERFORM CALCULER_MONTANT
                  MOVE Wmontant TO WTM-Montant(Wix)
                  ADD Wmontant TO WfactTotal
                  DISPLAY "|"WTM-Nom(Wix)" ("WTM-Heures(Wix)"h): "
                    Wmontant
                  IF WTM-HGroupe(Wix) > 0
                    DISPLAY "|  dont cours de groupe: "
                      WTM-HGroupe(Wix) "h"
                  END-IF
                END-IF
              END-PERFORM
              IF WhCouvert > 0
                DISPLAY "|Heures couvertes par forfait: " WhCouvert
              END-IF
              DISPLAY "|Montant total a payer:" WfactTotal
            END-START
            CLOSE freserv
         END-READ
       CLOSE feleve.

       OUVRIR_RUN_CONTROL.
     **Ouvre runctl.dat (en le creant au premier passage) et charge
     **l'enregistrement de pilotage du type frc_type demande par
     **l'appelant via WtypeRun, en le creant vierge s'il n'existe pas
     **encore. Chaque passage de lot y laisse son numero de passage,
     **l'annee traitee, son etat (1:en cours/2:termine/3:en cours,
     **annulations de la facturation non achevees), le dernier
     **id traite et le dernier numero de facture emis.
       OPEN I-O fruncontrol
       IF frc_stat = 35
         OPEN OUTPUT fruncontrol
         CLOSE fruncontrol
         OPEN I-O fruncontrol
       END-IF
       MOVE WtypeRun TO frc_type
       READ fruncontrol KEY IS frc_type
         INVALID KEY
           MOVE WtypeRun TO frc_type
           MOVE 0 TO frc_numRun
           MOVE 0 TO frc_annee
           MOVE 2 TO frc_etat
           MOVE 0 TO frc_dernId
           MOVE 0 TO frc_numFact
           MOVE 0 TO frc_dateDeb
           MOVE 0 TO frc_dateFin
           MOVE 0 TO frc_semPaie
           MOVE 0 TO frc_mode
           WRITE Truncontrol END-WRITE
       END-READ.

       DEMANDE_REPRISE.
     **Si le dernier passage du type charge s'est interrompu
     **(frc_etat reste a 1 ou 3), propose de le reprendre au dernier id
     **traite (Wreprise=1) ou de recommencer un passage complet;
     **sinon ou sur refus, ouvre un nouveau passage.
       MOVE 0 TO Wreprise
       IF frc_etat = 1 OR frc_etat = 3
         IF WlotAuto = 1
           IF WlotReprise = 1
             MOVE 1 TO Wreprise
           ELSE
             MOVE 2 TO Wreprise
           END-IF
         ELSE
           DISPLAY "Le passage " frc_numRun " (annee " frc_annee
             ") a ete interrompu apres l'id " frc_dernId
           PERFORM WITH TEST AFTER UNTIL Wreprise=1 OR Wreprise=2
             DISPLAY "1: Reprendre ce passage / 2: Recommencer"
             ACCEPT Wreprise
           END-PERFORM
         END-IF
       END-IF
       IF Wreprise = 1
         MOVE frc_annee TO WAnnee
       ELSE
         PERFORM DEMANDE_ANNEE
         ADD 1 TO frc_numRun
         MOVE WAnnee TO frc_annee
         MOVE 1 TO frc_etat
         MOVE 0 TO frc_dernId
         MOVE FUNCTION CURRENT-DATE(1:8) TO frc_dateDeb
         MOVE 0 TO frc_dateFin
         REWRITE Truncontrol END-REWRITE
       END-IF.

       CLORE_RUN_CONTROL.
     **Marque le passage en cours termine et referme runctl.dat.
       MOVE 2 TO frc_etat
       MOVE FUNCTION CURRENT-DATE(1:8) TO frc_dateFin
       REWRITE Truncontrol END-REWRITE
       CLOSE fruncontrol.

       FACTURATION_ELEVES_LOT.
     **Parcourt feleve comme CALCUL_MARGE et ecrit une facture par
     **eleve dans facturation.txt au lieu de n'afficher qu'un eleve
     **a l'ecran. Le passage est pilote par runctl.dat: un point de
     **reprise est pose apres chaque eleve, un passage interrompu
     **peut repartir de la (le fichier est alors complete et non
     **ecrase), et chaque facture recoit un numero sequentiel unique
     **conserve de passage en passage. Trois modes: une facture par
     **eleve, une facture par famille payeuse regroupant les
     **montants des enfants rattaches avec remise fratrie (les
     **eleves sans famille gardant leur facture individuelle), ou
     **une facture par eleve sur les seules heures reellement
     **donnees d'apres les pointages de session.dat, avec en fin de
     **relevee la liste des seances reservees jamais pointees.
       MOVE "FACT" TO WtypeRun
       PERFORM OUVRIR_RUN_CONTROL
       PERFORM DEMANDE_REPRISE
       IF Wreprise = 1
         IF frc_mode = 4
           MOVE 3 TO WmodeFact
         ELSE
           IF frc_mode >= 2
             MOVE 2 TO WmodeFact
           ELSE
             MOVE 1 TO WmodeFact
           END-IF
         END-IF
       ELSE
         IF WlotAuto = 1
           MOVE WlotMode TO WmodeFact
         ELSE
           MOVE 0 TO WmodeFact
           PERFORM WITH TEST AFTER UNTIL WmodeFact>=1
               AND WmodeFact<=3
             DISPLAY "1: Une facture par eleve"
             DISPLAY "2: Une facture par famille (remise fratrie)"
             DISPLAY "3: Une facture par eleve sur heures reelles"
               " (seances pointees uniquement)"
             ACCEPT WmodeFact
           END-PERFORM
         END-IF
         IF WmodeFact = 3
           MOVE 4 TO frc_mode
         ELSE
           MOVE WmodeFact TO frc_mode
         END-IF
         REWRITE Truncontrol END-REWRITE
       END-IF
       PERFORM OUVRIR_FACTHIST_MAJ
       MOVE 'L' TO WnatFact
       OPEN INPUT feleve
       IF Wreprise = 1
         OPEN EXTEND ffacture
         IF frc_etat = 3
           PERFORM FACT_ANNULER_PASSAGE
         END-IF
       ELSE
         OPEN OUTPUT ffacture
         EVALUATE WmodeFact
           WHEN 1
             MOVE "RELEVE DE FACTURATION - TOUS LES ELEVES"
               TO Tfacture
           WHEN 2
             MOVE "RELEVE DE FACTURATION - PAR FAMILLE" TO Tfacture
           WHEN 3
             MOVE "RELEVE DE FACTURATION - HEURES REELLES"
               TO Tfacture
         END-EVALUATE
         WRITE Tfacture
         PERFORM FACT_ANNULER_PASSAGE
       END-IF
       IF WmodeFact = 3
         PERFORM OUVRIR_SESSION_LECTURE
       END-IF
       IF WmodeFact = 2
         PERFORM FACTURATION_PAR_FAMILLE
       ELSE
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin=1
         READ feleve NEXT
         AT END
           MOVE 1 TO Wfin
         NOT AT END
          MOVE 0 TO WdpParti
          IF fel_dispo = 2
            MOVE fel_idEl TO WdpIdCtl
            PERFORM DEPART_VERIFIER
          END-IF
          IF fel_idEl > frc_dernId AND WdpParti = 0
           OPEN INPUT freserv
           MOVE fel_idEl TO fr_idEl
           START freserv KEY IS =fr_idEl
           NOT INVALID KEY
             PERFORM INIT_TAB_MATIERE
             MOVE 0 TO WhCouvert
             MOVE 0 TO Wfin2
             PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ freserv NEXT
               AT END
                 MOVE 1 TO Wfin2
               NOT AT END
                 IF fr_idEl= fel_idEl
                   IF fr_annee = WAnnee
                     MOVE fr_matiere TO Wmatiere
                     PERFORM TROUVER_MATIERE
                     IF Wi > 0
                       IF WmodeFact = 3
                         PERFORM SEANCE_HEURES_REELLES
                         PERFORM FORFAIT_DEDUIRE_HEURES
                         PERFORM MATIERE_CUMULER_HEURES
                       ELSE
                         MOVE fr_nbHeure TO WhReel
                         PERFORM FORFAIT_DEDUIRE_HEURES
                         PERFORM MATIERE_CUMULER_HEURES
                       END-IF
                     END-IF
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin2
                 END-IF
             END-PERFORM
             MOVE "--------------------------------------------" TO
               Tfacture
             WRITE Tfacture
             ADD 1 TO frc_numFact
             MOVE SPACES TO Tfacture
             STRING "Facture no " frc_numFact INTO Tfacture
             WRITE Tfacture
             STRING "Eleve " fel_idEl " - " fel_nom " " fel_prenom
               INTO Tfacture
             WRITE Tfacture
             STRING "A adresser a: " DELIMITED BY SIZE
               FUNCTION TRIM(fel_adresse) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               fel_tel DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               fel_email DELIMITED BY SPACE
               INTO Tfacture
             WRITE Tfacture
             MOVE 0 TO WfactTotal
             PERFORM VARYING Wix FROM 1 BY 1 UNTIL Wix > 8
               IF WTM-Heures(Wix) > 0 OR WTM-HGroupe(Wix) > 0
                 MOVE WTM-Nom(Wix) TO Wmatiere
                 PERFORM LIRE_TARIF
                 MOVE WTM-Heures(Wix) TO WnbHTotal
                 MOVE WTM-HGroupe(Wix) TO WnbHGroupe
                 PERFORM CALCULER_MONTANT
                 MOVE Wmontant TO WTM-Montant(Wix)
                 ADD Wmontant TO WfactTotal
                 MOVE Wmontant TO WmontantEdit
                 STRING "  " WTM-Nom(Wix) " : " WmontantEdit
                   INTO Tfacture
                 WRITE Tfacture
                 IF WTM-HGroupe(Wix) > 0
                   MOVE SPACES TO Tfacture
                   STRING "    dont cours de groupe : "
                     WTM-HGroupe(Wix) " h" INTO Tfacture
                   WRITE Tfacture
                 END-IF
               END-IF
             END-PERFORM
             IF WhCouvert > 0
               MOVE SPACES TO Tfacture
               STRING "  Heures couvertes par forfait : " WhCouvert
                 INTO Tfacture
               WRITE Tfacture
             END-IF
             MOVE WfactTotal TO WmontantEdit
             STRING "Montant total a payer: " WmontantEdit
               INTO Tfacture
             WRITE Tfacture
             MOVE 'E' TO WtypeCpt
             MOVE fel_idEl TO WidCpt
             MOVE WfactTotal TO WmtFact
             PERFORM FACT_HIST_ENREGISTRER
           END-START
           CLOSE freserv
           MOVE fel_idEl TO frc_dernId
           REWRITE Truncontrol END-REWRITE
          END-IF
       END-PERFORM
       END-IF
       MOVE "--------------------------------------------" TO Tfacture
       WRITE Tfacture
       IF WmodeFact = 3
         MOVE 1 TO WlotCible
         PERFORM SEANCES_NON_CONFIRMEES
         CLOSE fsession
       END-IF
       CLOSE feleve
       CLOSE ffacture
       CLOSE ffacthist
       PERFORM CLORE_RUN_CONTROL
       DISPLAY "Facturation ecrite dans le fichier facturation.txt".

       OUVRIR_FACTHIST_MAJ.
     **Ouvre facthist.dat en mise a jour, en le creant vierge au
     **premier passage.
       OPEN I-O ffacthist
       IF ffh_stat = 35
         OPEN OUTPUT ffacthist
         CLOSE ffacthist
         OPEN I-O ffacthist
       END-IF.

       FACT_ANNULER_PASSAGE.
     **Annule les factures du passage precedent en gardant le passage
     **FACT a l'etat 3 jusqu'a la fin des annulations.
       MOVE 3 TO frc_etat
       REWRITE Truncontrol END-REWRITE
       PERFORM FACT_HIST_ANNULER_ANNEE
       MOVE 1 TO frc_etat
       REWRITE Truncontrol END-REWRITE.

       FACT_HIST_ANNULER_ANNEE.
     **Un nouveau passage de facturation refait les factures de
     **l'annee. Les factures du passage precedent ne sont jamais
     **supprimees ni renumerotees: chacune est annulee par un avoir
     **de regularisation (nature 'R') pour le montant qui n'en
     **etait pas encore annule par un avoir R ou D, pour qu'un
     **cycle de facturation ne laisse qu'un seul jeu de ventes actif
     **a l'export comptable; un avoir commercial (nature 'A') reste
     **acquis au client et n'est pas deduit de l'annulation. Le
     **passage reste a l'etat 3 tant que cette phase n'est pas
     **achevee: sa reprise la relance (sans risque de double avoir,
     **chaque facture n'etant annulee que pour ce qui n'en est pas
     **deja annule) avant d'emettre la moindre facture; une reprise
     **posterieure complete le jeu existant sans rien annuler.
     **Chaque numero d'avoir est reserve dans runctl.dat avant
     **l'ecriture de l'avoir, pour n'etre jamais reattribue apres
     **un arret. Seules les factures des passages de facturation
     **(nature 'L') sont concernees, hors eleves partis
     **dans l'annee dont le compte est solde par le decompte de
     **depart; les avoirs emis sont listes en tete de
     **facturation.txt. fruncontrol est
     **ouvert sur le pilotage FACT, recharge en fin de paragraphe.
       PERFORM OUVRIR_AVOIR_MAJ
       MOVE "AVOI" TO frc_type
       READ fruncontrol KEY IS frc_type
         INVALID KEY
           MOVE "AVOI" TO frc_type
           MOVE 0 TO frc_numRun
           MOVE 0 TO frc_annee
           MOVE 2 TO frc_etat
           MOVE 0 TO frc_dernId
           MOVE 0 TO frc_numFact
           MOVE 0 TO frc_dateDeb
           MOVE 0 TO frc_dateFin
           MOVE 0 TO frc_semPaie
           MOVE 0 TO frc_mode
           WRITE Truncontrol END-WRITE
       END-READ
       MOVE frc_numFact TO WnumAvoir
       MOVE 0 TO WnbAvoir
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ ffacthist NEXT
           AT END
             MOVE 1 TO Wfin
           NOT AT END
             MOVE 0 TO WdpParti
             IF ffh_typeCpt = 'E' AND ffh_annee = WAnnee
               MOVE ffh_idCpt TO WdpIdCtl
               PERFORM DEPART_VERIFIER
             END-IF
             IF ffh_annee = WAnnee AND WdpParti = 0
               AND (ffh_nature = 'L' OR ffh_nature = SPACE)
               PERFORM AVOIR_CUMUL_FACTURE
               IF WdejaRegul < ffh_montant
                 COMPUTE WmtAvoir = ffh_montant - WdejaRegul
                 ADD 1 TO WnumAvoir
                 MOVE WnumAvoir TO frc_numFact
                 REWRITE Truncontrol END-REWRITE
                 MOVE 'R' TO WnatAvoir
                 MOVE "Annulation pour refacturation de l'annee"
                   TO WmotifAvoir
                 PERFORM AVOIR_ENREGISTRER
                 IF WavOk = 1
                   MOVE WmtAvoir TO WmontantEdit
                   MOVE SPACES TO Tfacture
                   STRING "Avoir no " WnumAvoir
                     " annulant la facture no "
                     ffh_numFact " (" ffh_typeCpt ffh_idCpt "): "
                     WmontantEdit INTO Tfacture
                   WRITE Tfacture
                   ADD 1 TO WnbAvoir
                 END-IF
               END-IF
             END-IF
         END-READ
       END-PERFORM
       MOVE FUNCTION CURRENT-DATE(1:8) TO frc_dateFin
       REWRITE Truncontrol END-REWRITE
       MOVE "FACT" TO frc_type
       READ fruncontrol KEY IS frc_type END-READ
       CLOSE favoir
       IF WnbAvoir > 0
         MOVE SPACES TO Tfacture
         STRING WnbAvoir " facture(s) du passage precedent annulee(s)"
           " par avoir" INTO Tfacture
         WRITE Tfacture
       END-IF.

       FACT_HIST_ENREGISTRER.
     **Memorise la facture qui vient d'etre emise (numero
     **frc_numFact, compte WtypeCpt/WidCpt, montant WmtFact) dans
     **facthist.dat, matiere premiere des ecritures de vente de
     **l'export comptable mensuel.
       MOVE frc_numFact TO ffh_numFact
       MOVE WtypeCpt TO ffh_typeCpt
       MOVE WidCpt TO ffh_idCpt
       MOVE WAnnee TO ffh_annee
       MOVE FUNCTION CURRENT-DATE(1:8) TO ffh_date
       MOVE WmtFact TO ffh_montant
       MOVE WnatFact TO ffh_nature
       WRITE Tfacthist
         INVALID KEY
           REWRITE Tfacthist END-REWRITE
       END-WRITE.

       OUVRIR_SESSION_LECTURE.
     **Ouvre session.dat en lecture pour les lots sur heures
     **reelles, en le creant vierge au premier passage.
       OPEN INPUT fsession
       IF fs_stat = 35
         OPEN OUTPUT fsession
         CLOSE fsession
         OPEN INPUT fsession
       END-IF.

       FACTURATION_PAR_FAMILLE.
     **Mode par famille: une premiere phase facture individuellement
     **les eleves sans famille (ou dont la famille a disparu), puis
     **une seconde phase edite une facture par famille regroupant
     **les montants de l'annee des enfants rattaches, avec remise
     **fratrie de 10% des que deux enfants sont factures. La phase
     **en cours est memorisee dans frc_mode (2 puis 3) pour que la
     **reprise d'un passage interrompu ne refacture rien.
       IF frc_mode = 2
         PERFORM FACT_FAM_INDIVIDUELS
         MOVE 3 TO frc_mode
         MOVE 0 TO frc_dernId
         REWRITE Truncontrol END-REWRITE
       END-IF
       PERFORM FACT_FAM_FAMILLES.

       FACT_FAM_INDIVIDUELS.
     **Facture individuellement chaque eleve non rattache a une
     **famille existante, avec point de reprise apres chaque eleve.
       OPEN INPUT ffamille
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin=1
         READ feleve NEXT
           AT END
             MOVE 1 TO Wfin
           NOT AT END
            MOVE 0 TO WdpParti
            IF fel_dispo = 2
              MOVE fel_idEl TO WdpIdCtl
              PERFORM DEPART_VERIFIER
            END-IF
            IF fel_idEl > frc_dernId AND WdpParti = 0
             MOVE 0 TO WfamTrouve
             IF fel_idFa > 0
               MOVE fel_idFa TO ffa_idFa
               READ ffamille KEY IS ffa_idFa
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 1 TO WfamTrouve
               END-READ
             END-IF
             IF WfamTrouve = 0
               PERFORM CALCUL_FACTURE_ANNEE
               IF WtotFact > 0
                 PERFORM FACT_ECRIRE_INDIVIDUELLE
               END-IF
             END-IF
             MOVE fel_idEl TO frc_dernId
             REWRITE Truncontrol END-REWRITE
            END-IF
         END-READ
       END-PERFORM
       CLOSE ffamille.

       FACT_ECRIRE_INDIVIDUELLE.
     **Facture individuelle compacte de l'eleve courant de feleve
     **pour le mode par famille (montant de l'annee deja calcule
     **dans WtotFact).
       MOVE "--------------------------------------------" TO
           Tfacture
       WRITE Tfacture
       ADD 1 TO frc_numFact
       MOVE SPACES TO Tfacture
       STRING "Facture no " frc_numFact INTO Tfacture
       WRITE Tfacture
       MOVE SPACES TO Tfacture
       STRING "Eleve " fel_idEl " - " fel_nom " " fel_prenom
         INTO Tfacture
       WRITE Tfacture
       MOVE SPACES TO Tfacture
       STRING "A adresser a: " DELIMITED BY SIZE
           FUNCTION TRIM(fel_adresse) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           fel_tel DELIMITED BY SPACE
           " - " DELIMITED BY SIZE
           fel_email DELIMITED BY SPACE
           INTO Tfacture
       WRITE Tfacture
       MOVE WtotFact TO WmontantEdit
       MOVE SPACES TO Tfacture
       STRING "Montant total a payer: " WmontantEdit
         INTO Tfacture
       WRITE Tfacture
       MOVE 'E' TO WtypeCpt
       MOVE fel_idEl TO WidCpt
       MOVE WtotFact TO WmtFact
       PERFORM FACT_HIST_ENREGISTRER.

       FACT_FAM_FAMILLES.
     **Edite une facture par famille ayant au moins un enfant
     **facture sur l'annee, avec point de reprise apres chaque
     **famille.
       OPEN INPUT ffamille
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin=1
         READ ffamille NEXT
           AT END
             MOVE 1 TO Wfin
           NOT AT END
             IF ffa_idFa > frc_dernId
               PERFORM FACT_ECRIRE_FAMILLE
               MOVE ffa_idFa TO frc_dernId
               REWRITE Truncontrol END-REWRITE
             END-IF
         END-READ
       END-PERFORM
       CLOSE ffamille.

       FACT_ECRIRE_FAMILLE.
     **Facture de la famille courante de ffamille: cumule d'abord
     **les montants de l'annee des enfants rattaches, puis, si au
     **moins un enfant est facture, ecrit la facture adressee au
     **responsable avec une ligne par enfant, la remise fratrie de
     **10% a partir de deux enfants factures, et le net a payer.
       MOVE 0 TO WssTotal
       MOVE 0 TO WnbEnfants
       MOVE 0 TO fel_idEl
       START feleve KEY IS > fel_idEl
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin3
           PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
             READ feleve NEXT
               AT END
                 MOVE 1 TO Wfin3
               NOT AT END
                 MOVE 0 TO WdpParti
                 IF fel_dispo = 2
                   MOVE fel_idEl TO WdpIdCtl
                   PERFORM DEPART_VERIFIER
                 END-IF
                 IF fel_idFa = ffa_idFa AND WdpParti = 0
                   PERFORM CALCUL_FACTURE_ANNEE
                   IF WtotFact > 0
                     ADD WtotFact TO WssTotal
                     ADD 1 TO WnbEnfants
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
       END-START
       IF WssTotal > 0
         MOVE "--------------------------------------------" TO
           Tfacture
         WRITE Tfacture
         ADD 1 TO frc_numFact
         MOVE SPACES TO Tfacture
         STRING "Facture no " frc_numFact INTO Tfacture
         WRITE Tfacture
         MOVE SPACES TO Tfacture
         STRING "Famille " ffa_idFa " - " ffa_nom " " ffa_prenom
           INTO Tfacture
         WRITE Tfacture
         MOVE SPACES TO Tfacture
         STRING "A adresser a: " DELIMITED BY SIZE
             FUNCTION TRIM(ffa_adresse) DELIMITED BY SIZE
             " - " DELIMITED BY SIZE
             ffa_tel DELIMITED BY SPACE
             " - " DELIMITED BY SIZE
             ffa_email DELIMITED BY SPACE
             INTO Tfacture
         WRITE Tfacture
         MOVE 0 TO fel_idEl
         START feleve KEY IS > fel_idEl
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 0 TO Wfin3
             PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
               READ feleve NEXT
                 AT END
                   MOVE 1 TO Wfin3
                 NOT AT END
                   MOVE 0 TO WdpParti
                   IF fel_dispo = 2
                     MOVE fel_idEl TO WdpIdCtl
                     PERFORM DEPART_VERIFIER
                   END-IF
                   IF fel_idFa = ffa_idFa AND WdpParti = 0
                     PERFORM CALCUL_FACTURE_ANNEE
                     IF WtotFact > 0
                       MOVE WtotFact TO WmontantEdit
                       MOVE SPACES TO Tfacture
                       STRING "  Eleve " fel_idEl " " fel_nom " "
                         fel_prenom " : " WmontantEdit
                         INTO Tfacture
                       WRITE Tfacture
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
         END-START
         MOVE WssTotal TO WmontantEdit
         MOVE SPACES TO Tfacture
         STRING "Sous-total: " WmontantEdit INTO Tfacture
         WRITE Tfacture
         IF WnbEnfants >= 2
           COMPUTE Wremise = WssTotal * 10 / 100
           MOVE Wremise TO WmontantEdit
           MOVE SPACES TO Tfacture
           STRING "Remise famille (10%): " WmontantEdit
             INTO Tfacture
           WRITE Tfacture
           SUBTRACT Wremise FROM WssTotal
         END-IF
         MOVE WssTotal TO WmontantEdit
         MOVE SPACES TO Tfacture
         STRING "Montant total a payer: " WmontantEdit
           INTO Tfacture
         WRITE Tfacture
         MOVE 'F' TO WtypeCpt
         MOVE ffa_idFa TO WidCpt
         MOVE WssTotal TO WmtFact
         PERFORM FACT_HIST_ENREGISTRER
       END-IF.

       VERSEMENT_ENSEIGNANT.
       PERFORM DEMANDE_AFFICHAGE_ENSEIGNANT
       PERFORM DEMANDE_ANNEE
       OPEN INPUT fenseignant
         DISPLAY "l'Id de l'enseignant"
         ACCEPT Wid
         MOVE Wid TO fen_idEn
         READ fenseignant
            INVALID KEY
               DISPLAY 'Auncun id correspondant'
            NOT INVALID KEY
            OPEN INPUT freserv
            MOVE Wid TO fr_idEn
            START freserv KEY IS =fr_idEn
            INVALID KEY
              DISPLAY"Cet enseignant n'a jamais donne de cours"
            NOT INVALID KEY
              PERFORM INIT_TAB_MATIERE
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ freserv NEXT
                AT END
                   MOVE 1 TO Wfin
                NOT AT END
                 IF fr_idEn= Wid
                   IF fr_annee = WAnnee
                     MOVE fr_matiere TO Wmatiere
                     PERFORM TROUVER_MATIERE
                     IF Wi > 0
                       IF fr_numGroupe > 0
                         PERFORM GROUPE_CHARGE_RESERV
                         ADD WhCharge TO WTM-HGroupe(Wi)
                       ELSE
                         ADD fr_nbHeure TO WTM-Heures(Wi)
                       END-IF
                     END-IF
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin
                 END-IF
              END-PERFORM
              DISPLAY "|-----------------------------------------|"
              DISPLAY "|"fen_nom
              DISPLAY "|"fen_prenom
              DISPLAY "|A adresser a: "fen_adresse" - "fen_tel" - "
                fen_email
              MOVE 0 TO WfactTotal
              PERFORM VARYING Wix FROM 1 BY 1 UNTIL Wix > 8
                IF WTM-Heures(Wix) > 0 OR WTM-HGroupe(Wix) > 0
                  MOVE WTM-Nom(Wix) TO Wmatiere
                  PERFORM LIRE_TARIF
                  MOVE WTM-Heures(Wix) TO WnbHTotal
                  MOVE WTM-HGroupe(Wix) TO WnbHGroupe
                  PERFORM CALCULER_MONTANT_ENS
                  MOVE Wmontant TO WTM-Montant(Wix)
                  ADD Wmontant TO WfactTotal
                  DISPLAY "|"WTM-Nom(Wix)" ("WTM-Heures(Wix)"h): "
                    Wmontant
                  IF WTM-HGroupe(Wix) > 0
                    DISPLAY "|  dont cours de groupe: "
                      WTM-HGroupe(Wix) "h"
                  END-IF
                END-IF
              END-PERFORM
              DISPLAY "|Montant total a payer:" WfactTotal
            END-START
            CLOSE freserv
         END-READ
       CLOSE fenseignant.

       VERSEMENT_ENSEIGNANTS_LOT.
     **Parcourt fenseignant comme CALCUL_MARGE parcourt feleve et
     **ecrit un registre de paie dans paie.txt au lieu de n'afficher
     **qu'un enseignant a l'ecran. Trois modes: etat complet de
     **l'annee (controle, ne marque rien comme paye), paiement des
     **seules heures non encore payees jusqu'a une semaine choisie,
     **ou paiement des memes heures limitees aux heures reellement
     **donnees d'apres les pointages de session.dat (avec en fin de
     **registre la liste des seances jamais pointees), chaque
     **paiement etant enregistre dans paiehist.dat pour que
     **les memes heures ne soient jamais versees deux fois. Le
     **passage est pilote par runctl.dat comme la facturation: point
     **de reprise apres chaque enseignant, reprise au dernier id
     **traite, le fichier etant alors complete et non ecrase.
       MOVE "PAIE" TO WtypeRun
       PERFORM OUVRIR_RUN_CONTROL
       PERFORM DEMANDE_REPRISE
       IF Wreprise = 1
         IF frc_mode = 3
           MOVE 3 TO WmodePaie
           MOVE frc_semPaie TO WSemPaie
         ELSE
           IF frc_semPaie > 0
             MOVE 2 TO WmodePaie
             MOVE frc_semPaie TO WSemPaie
           ELSE
             MOVE 1 TO WmodePaie
           END-IF
         END-IF
       ELSE
         IF WlotAuto = 1
           MOVE WlotMode TO WmodePaie
         ELSE
           MOVE 0 TO WmodePaie
           PERFORM WITH TEST AFTER UNTIL WmodePaie>=1
               AND WmodePaie<=3
             DISPLAY "1: Etat complet de l'annee (controle, ne"
               " marque rien comme paye)"
             DISPLAY "2: Paiement des heures non encore payees"
             DISPLAY "3: Paiement des heures reelles non encore"
               " payees (seances pointees uniquement)"
             ACCEPT WmodePaie
           END-PERFORM
         END-IF
         IF WmodePaie >= 2
           IF WlotAuto = 1
             MOVE WlotSem TO WSemPaie
           ELSE
             MOVE 0 TO WSemPaie
             PERFORM WITH TEST AFTER UNTIL WSemPaie>0
                 AND WSemPaie<=52
               DISPLAY "Payer jusqu'a la semaine (1-52) ?"
               ACCEPT WSemPaie
             END-PERFORM
           END-IF
           MOVE WSemPaie TO frc_semPaie
         ELSE
           MOVE 0 TO frc_semPaie
         END-IF
         MOVE WmodePaie TO frc_mode
         REWRITE Truncontrol END-REWRITE
       END-IF
       OPEN I-O fpaiehist
       OPEN INPUT fenseignant
       IF Wreprise = 1
         OPEN EXTEND fpaie
       ELSE
         OPEN OUTPUT fpaie
         EVALUATE WmodePaie
           WHEN 1
             MOVE "REGISTRE DE PAIE - TOUS LES ENSEIGNANTS" TO Tpaie
           WHEN 2
             MOVE "REGISTRE DE PAIE - HEURES NON ENCORE PAYEES"
               TO Tpaie
           WHEN 3
             MOVE "REGISTRE DE PAIE - HEURES REELLES NON PAYEES"
               TO Tpaie
         END-EVALUATE
         WRITE Tpaie
       END-IF
       IF WmodePaie = 3
         PERFORM OUVRIR_SESSION_LECTURE
       END-IF
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin=1
         READ fenseignant NEXT
         AT END
           MOVE 1 TO Wfin
         NOT AT END
          IF fen_idEn > frc_dernId
           IF WmodePaie >= 2
             PERFORM PAIE_CALCUL_SEM_PAYEE
           END-IF
           OPEN INPUT freserv
           MOVE fen_idEn TO fr_idEn
           START freserv KEY IS =fr_idEn
           NOT INVALID KEY
             PERFORM INIT_TAB_MATIERE
             MOVE 0 TO Wfin2
             PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ freserv NEXT
               AT END
                 MOVE 1 TO Wfin2
               NOT AT END
                 IF fr_idEn= fen_idEn
                   IF fr_annee = WAnnee
                     MOVE 1 TO WpayerSem
                     IF WmodePaie >= 2
                       IF fr_numSem <= WSemPayee
                         OR fr_numSem > WSemPaie
                         MOVE 0 TO WpayerSem
                       END-IF
                     END-IF
                     IF WpayerSem = 1
                       MOVE fr_matiere TO Wmatiere
                       PERFORM TROUVER_MATIERE
                       IF Wi > 0 AND fr_numGroupe > 0
                         PERFORM PAIE_CUMULER_GROUPE
                       END-IF
                       IF Wi > 0 AND fr_numGroupe = 0
                         IF WmodePaie = 3
                           PERFORM SEANCE_HEURES_REELLES
                           ADD WhReel TO WTM-Heures(Wi)
                         ELSE
                           ADD fr_nbHeure TO WTM-Heures(Wi)
                         END-IF
                       END-IF
                     END-IF
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin2
                 END-IF
             END-PERFORM
             MOVE 0 TO WpayerSem
             PERFORM VARYING Wix FROM 1 BY 1 UNTIL Wix > 8
               IF WTM-Heures(Wix) > 0 OR WTM-HGroupe(Wix) > 0
                 MOVE 1 TO WpayerSem
               END-IF
             END-PERFORM
             IF WmodePaie = 1 OR WpayerSem = 1
               PERFORM PAIE_ECRIRE_SECTION
             END-IF
           END-START
           CLOSE freserv
           MOVE fen_idEn TO frc_dernId
           REWRITE Truncontrol END-REWRITE
          END-IF
       END-PERFORM
       MOVE "--------------------------------------------" TO Tpaie
       WRITE Tpaie
       IF WmodePaie = 3
         MOVE 2 TO WlotCible
         PERFORM SEANCES_NON_CONFIRMEES
         CLOSE fsession
       END-IF
       CLOSE fenseignant
       CLOSE fpaie
       CLOSE fpaiehist
       PERFORM CLORE_RUN_CONTROL
       DISPLAY "Registre de paie ecrit dans le fichier paie.txt".

       PAIE_ECRIRE_SECTION.
     **Ecrit la section de paie de l'enseignant courant dans
     **paie.txt a partir des heures cumulees dans WTabMatiere, et en
     **mode paiement enregistre le versement dans paiehist.dat
     **(semaines payees, montant brut, date) sous le numero du
     **passage. Le net et le cout employeur sont calcules aux taux
     **de cotisation du jour.
       MOVE "--------------------------------------------" TO Tpaie
       WRITE Tpaie
       STRING "Enseignant " fen_idEn " - " fen_nom " "
           fen_prenom INTO Tpaie
       WRITE Tpaie
       STRING "A adresser a: " DELIMITED BY SIZE
           FUNCTION TRIM(fen_adresse) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           fen_tel DELIMITED BY SPACE
           " - " DELIMITED BY SIZE
           fen_email DELIMITED BY SPACE
           INTO Tpaie
       WRITE Tpaie
       IF WmodePaie >= 2
         COMPUTE WSemDeb = WSemPayee + 1
         MOVE SPACES TO Tpaie
         STRING "Periode payee: semaines " WSemDeb " a " WSemPaie
           INTO Tpaie
         WRITE Tpaie
       END-IF
       MOVE 0 TO WfactTotal
       PERFORM VARYING Wix FROM 1 BY 1 UNTIL Wix > 8
         IF WTM-Heures(Wix) > 0 OR WTM-HGroupe(Wix) > 0
           MOVE WTM-Nom(Wix) TO Wmatiere
           PERFORM LIRE_TARIF
           MOVE WTM-Heures(Wix) TO WnbHTotal
           MOVE WTM-HGroupe(Wix) TO WnbHGroupe
           PERFORM CALCULER_MONTANT_ENS
           MOVE Wmontant TO WTM-Montant(Wix)
           ADD Wmontant TO WfactTotal
           MOVE Wmontant TO WmontantEdit
           STRING "  " WTM-Nom(Wix) " : " WmontantEdit
             INTO Tpaie
           WRITE Tpaie
           IF WTM-HGroupe(Wix) > 0
             MOVE SPACES TO Tpaie
             STRING "    dont cours de groupe : "
               WTM-HGroupe(Wix) " h" INTO Tpaie
             WRITE Tpaie
           END-IF
         END-IF
       END-PERFORM
       MOVE WfactTotal TO WmontantEdit
       STRING "Montant brut: " WmontantEdit
         INTO Tpaie
       WRITE Tpaie
       MOVE FUNCTION CURRENT-DATE(1:8) TO WpcDate
       MOVE WfactTotal TO WpcBrut
       PERFORM PAIE_COUT_EMPLOYEUR
       MOVE SPACES TO Tpaie
       MOVE WpcTotSal TO WpcEdit
       STRING "Cotisations salariales: " WpcEdit INTO Tpaie
       WRITE Tpaie
       MOVE SPACES TO Tpaie
       MOVE WpcNet TO WpcEdit
       STRING "Montant net a verser: " WpcEdit INTO Tpaie
       WRITE Tpaie
       MOVE SPACES TO Tpaie
       MOVE WpcCout TO WpcEdit
       STRING "Cout employeur: " WpcEdit INTO Tpaie
       WRITE Tpaie
       IF WmodePaie >= 2 AND WfactTotal > 0
            MOVE fen_idEn TO fph_idEn
            MOVE WAnnee TO fph_annee
            MOVE frc_numRun TO fph_numRun
            COMPUTE fph_semDeb = WSemPayee + 1
            MOVE WSemPaie TO fph_semFin
            MOVE WfactTotal TO fph_montant
            MOVE FUNCTION CURRENT-DATE(1:8) TO fph_date
            WRITE Tpaiehist
           INVALID KEY
             DISPLAY "Versement deja enregistre pour l'enseignant "
               fen_idEn
            END-WRITE
       END-IF.

       PAIE_CUMULER_GROUPE.
     **Heures de groupe de la reservation courante a payer a
     **l'enseignant: portees par le premier inscrit seulement, et
     **limitees aux heures reellement donnees en paie sur heures
     **reelles (mode 3).
       PERFORM GROUPE_CHARGE_RESERV
       IF WmodePaie = 3
         ADD WgrHReel TO WTM-HGroupe(Wi)
       ELSE
         ADD WhCharge TO WTM-HGroupe(Wi)
       END-IF.

       PAIE_CALCUL_SEM_PAYEE.
     **Derniere semaine deja payee de l'enseignant courant pour
     **l'annee WAnnee (0 si jamais paye), d'apres paiehist.dat.
       MOVE 0 TO WSemPayee
       MOVE fen_idEn TO fph_idEn
       MOVE WAnnee TO fph_annee
       MOVE 0 TO fph_numRun
       START fpaiehist KEY IS >= fph_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin3
           PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
             READ fpaiehist NEXT
               AT END
                 MOVE 1 TO Wfin3
               NOT AT END
                 IF fph_idEn = fen_idEn AND fph_annee = WAnnee
                   IF fph_semFin > WSemPayee
                     MOVE fph_semFin TO WSemPayee
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin3
                 END-IF
             END-READ
           END-PERFORM
       END-START.

       RELEVE_PAIE_ENSEIGNANT.
     **Releve annuel des versements d'un enseignant: rappelle chaque
     **passage de paie enregistre dans paiehist.dat (semaines payees,
     **montant, date) et le cumul verse depuis le debut de l'annee,
     **comme un vrai registre de paie accumule ses periodes.
       PERFORM DEMANDE_AFFICHAGE_ENSEIGNANT
       PERFORM DEMANDE_ANNEE
       OPEN INPUT fenseignant
       DISPLAY "l'Id de l'enseignant"
       ACCEPT Wid
       MOVE Wid TO fen_idEn
       READ fenseignant
         INVALID KEY
           DISPLAY 'Auncun id correspondant'
         NOT INVALID KEY
           OPEN INPUT fpaiehist
           MOVE 0 TO WfactTotal
           MOVE Wid TO fph_idEn
           MOVE WAnnee TO fph_annee
           MOVE 0 TO fph_numRun
           START fpaiehist KEY IS >= fph_cle
             INVALID KEY
               DISPLAY "Aucun versement enregistre cette annee"
             NOT INVALID KEY
               DISPLAY "|-----------------------------------------|"
               DISPLAY "|Releve de paie " WAnnee " de " fen_prenom
                 " " fen_nom
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ fpaiehist NEXT
                   AT END
                     MOVE 1 TO Wfin
                   NOT AT END
                     IF fph_idEn = Wid AND fph_annee = WAnnee
                       DISPLAY "|Passage " fph_numRun " du " fph_date
                         ": semaines " fph_semDeb " a " fph_semFin
                         " - " fph_montant
                       ADD fph_montant TO WfactTotal
                     ELSE
                       MOVE 1 TO Wfin
                     END-IF
                 END-READ
               END-PERFORM
               DISPLAY "|Cumul verse sur l'annee: " WfactTotal
               DISPLAY "|-----------------------------------------|"
           END-START
           CLOSE fpaiehist
       END-READ
       CLOSE fenseignant.

       MENU_PAIE.
       DISPLAY " xxxx  MENU PAIE  xxxx "
       DISPLAY"________________________________________________________"
       DISPLAY"|Selectionnez un chiffre en fonction de l'action voulue|"
       DISPLAY"|                                                      |"
       DISPLAY"| 0-Revenir au menu stat                               |"
       DISPLAY"| 1-Releve de paie annuel d'un enseignant              |"
       DISPLAY"| 2-Bulletins de paie du mois                          |"
       DISPLAY"| 3-Consulter/ajouter les taux de cotisation           |"
       DISPLAY"|______________________________________________________|"
       ACCEPT Wnb
       EVALUATE Wnb
         WHEN 0 PERFORM MENU_STAT
         WHEN 1 PERFORM RELEVE_PAIE_ENSEIGNANT
         WHEN 2 PERFORM BULLETINS_PAIE
         WHEN 3 PERFORM GERER_COTISATIONS
         WHEN OTHER
          DISPLAY "!!!!!!!!!!!!!!!!!!!!!"
          DISPLAY "Entree non valide"
          DISPLAY "!!!!!!!!!!!!!!!!!!!!!"
       END-EVALUATE
       PERFORM MENU_PAIE.

       OUVRIR_COTIS_LECTURE.
     **Ouvre cotisation.dat en lecture, en le creant vierge au
     **premier passage.
       OPEN INPUT fcotis
       IF ftx_stat = 35
         OPEN OUTPUT fcotis
         CLOSE fcotis
         OPEN INPUT fcotis
       END-IF.

       OUVRIR_COTIS_MAJ.
     **Ouvre cotisation.dat en mise a jour, en le creant vierge au
     **premier passage.
       OPEN I-O fcotis
       IF ftx_stat = 35
         OPEN OUTPUT fcotis
         CLOSE fcotis
         OPEN I-O fcotis
       END-IF.

       GERER_COTISATIONS.
     **Referentiel des taux de cotisation (cotisation.dat): une
     **ligne par cotisation et par date d'effet, avec la part
     **salariale, la part patronale, l'assiette en pourcentage du
     **brut et le compte de l'organisme collecteur. Un changement de
     **taux s'enregistre sous une nouvelle date d'effet, l'ancien
     **taux restant applicable aux versements anterieurs; une
     **cotisation supprimee se saisit avec des taux a zero.
       PERFORM OUVRIR_COTIS_MAJ
       DISPLAY "Taux de cotisation enregistres:"
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fcotis NEXT
           AT END
             MOVE 1 TO Wfin
           NOT AT END
             MOVE ftx_tauxSal TO WpcTauxEdit
             MOVE ftx_tauxPat TO WpcTauxEdit2
             MOVE ftx_assiette TO WpcAssEdit
             DISPLAY "  " ftx_code " au " ftx_dateEffet " "
               ftx_libelle " sal " WpcTauxEdit "% pat " WpcTauxEdit2
               "% sur " WpcAssEdit "% du brut - " ftx_organisme " "
               ftx_compte
         END-READ
       END-PERFORM
       MOVE 0 TO Wnb
       PERFORM WITH TEST AFTER UNTIL Wnb=1 OR Wnb=2
         DISPLAY "Saisir un taux ? (1:oui/2:non)"
         ACCEPT Wnb
       END-PERFORM
       IF Wnb=1
         DISPLAY "Code de la cotisation (6 caracteres, ex: VIEPL)"
         ACCEPT WpcCode
         DISPLAY "Date d'effet du taux"
         PERFORM DEMANDE_DATE
         MOVE WpcCode TO ftx_code
         MOVE WdateReg TO ftx_dateEffet
         MOVE 0 TO WpcExiste
         READ fcotis KEY IS ftx_cle
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 1 TO WpcExiste
             DISPLAY "Taux deja saisi a cette date: il sera remplace"
         END-READ
         DISPLAY "Libelle de la cotisation"
         ACCEPT ftx_libelle
         DISPLAY "Organisme collecteur (ex: URSSAF)"
         ACCEPT ftx_organisme
         DISPLAY "Compte de l'organisme (vide pour 431)"
         ACCEPT ftx_compte
         IF ftx_compte = SPACES
           MOVE "431" TO ftx_compte
         END-IF
         DISPLAY "Assiette en % du brut (vide pour 100)"
         MOVE SPACES TO WpcSaisie
         ACCEPT WpcSaisie
         INSPECT WpcSaisie REPLACING ALL "," BY "."
         IF WpcSaisie = SPACES
           MOVE 100 TO ftx_assiette
         ELSE
           COMPUTE ftx_assiette = FUNCTION NUMVAL(WpcSaisie)
         END-IF
         DISPLAY "Taux salarial en % (ex: 6,9)"
         MOVE SPACES TO WpcSaisie
         ACCEPT WpcSaisie
         INSPECT WpcSaisie REPLACING ALL "," BY "."
         COMPUTE ftx_tauxSal = FUNCTION NUMVAL(WpcSaisie)
         DISPLAY "Taux patronal en % (ex: 8,55)"
         MOVE SPACES TO WpcSaisie
         ACCEPT WpcSaisie
         INSPECT WpcSaisie REPLACING ALL "," BY "."
         COMPUTE ftx_tauxPat = FUNCTION NUMVAL(WpcSaisie)
         MOVE WpcCode TO ftx_code
         MOVE WdateReg TO ftx_dateEffet
         MOVE SPACES TO WjrnId
         STRING ftx_code DELIMITED BY SPACE
             "/" DELIMITED BY SIZE
             ftx_dateEffet DELIMITED BY SIZE
             INTO WjrnId
         MOVE "TAUX-COTISATION" TO WjrnChamp
         IF WpcExiste = 1
           MOVE "remplace" TO WjrnAvant
           REWRITE Tcotis END-REWRITE
         ELSE
           MOVE "absent" TO WjrnAvant
           WRITE Tcotis END-WRITE
         END-IF
         MOVE ftx_tauxSal TO WpcTauxEdit
         MOVE ftx_tauxPat TO WpcTauxEdit2
         MOVE SPACES TO WjrnApres
         STRING WpcTauxEdit "/" WpcTauxEdit2 INTO WjrnApres
         PERFORM JOURNALISER
         DISPLAY "Taux enregistre"
       END-IF
       CLOSE fcotis.

       PAIE_CHARGER_TAUX.
     **Charge dans WTabCotis les taux en vigueur a la date WpcDate:
     **pour chaque code de cotisation, la ligne de date d'effet la
     **plus recente sans depasser WpcDate (cotisation.dat est lu
     **dans l'ordre code puis date d'effet).
       MOVE 0 TO WpcNbCot
       MOVE SPACES TO WpcCode
       PERFORM OUVRIR_COTIS_LECTURE
       MOVE 0 TO Wfin3
       PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
         READ fcotis NEXT
           AT END
             MOVE 1 TO Wfin3
           NOT AT END
             IF ftx_dateEffet <= WpcDate
               IF ftx_code NOT = WpcCode AND WpcNbCot < 15
                 ADD 1 TO WpcNbCot
                 MOVE ftx_code TO WpcCode
               END-IF
               IF ftx_code = WpcCode
                 MOVE ftx_code TO WCO-Code(WpcNbCot)
                 MOVE ftx_libelle TO WCO-Lib(WpcNbCot)
                 MOVE ftx_compte TO WCO-Compte(WpcNbCot)
                 MOVE ftx_assiette TO WCO-Assiette(WpcNbCot)
                 MOVE ftx_tauxSal TO WCO-TauxSal(WpcNbCot)
                 MOVE ftx_tauxPat TO WCO-TauxPat(WpcNbCot)
               END-IF
             END-IF
         END-READ
       END-PERFORM
       CLOSE fcotis.

       PAIE_CALCULER_COTISATIONS.
     **Applique les taux charges dans WTabCotis au brut WpcBrut:
     **base, part salariale et part patronale de chaque cotisation
     **(arrondies a l'euro comme les autres montants), total des
     **retenues WpcTotSal, des charges WpcTotPat, net a payer
     **WpcNet et cout employeur WpcCout. Les retenues ne pouvant
     **depasser le brut, la ligne qui le ferait est ramenee au
     **reste disponible, sa base et sa part patronale dans la meme
     **proportion, pour que le bulletin et l'export restent egaux
     **aux totaux.
       MOVE 0 TO WpcTotSal
       MOVE 0 TO WpcTotPat
       PERFORM VARYING WpcIc FROM 1 BY 1 UNTIL WpcIc > WpcNbCot
         COMPUTE WCO-Base(WpcIc) ROUNDED =
           WpcBrut * WCO-Assiette(WpcIc) / 100
         COMPUTE WCO-MtSal(WpcIc) ROUNDED =
           WCO-Base(WpcIc) * WCO-TauxSal(WpcIc) / 100
         COMPUTE WCO-MtPat(WpcIc) ROUNDED =
           WCO-Base(WpcIc) * WCO-TauxPat(WpcIc) / 100
         COMPUTE WpcReste = WpcBrut - WpcTotSal
         IF WCO-MtSal(WpcIc) > WpcReste
           MOVE WCO-MtSal(WpcIc) TO WpcMtInit
           MOVE WpcReste TO WCO-MtSal(WpcIc)
           COMPUTE WCO-Base(WpcIc) ROUNDED =
             WCO-Base(WpcIc) * WpcReste / WpcMtInit
           COMPUTE WCO-MtPat(WpcIc) ROUNDED =
             WCO-MtPat(WpcIc) * WpcReste / WpcMtInit
         END-IF
         ADD WCO-MtSal(WpcIc) TO WpcTotSal
         ADD WCO-MtPat(WpcIc) TO WpcTotPat
       END-PERFORM
       COMPUTE WpcNet = WpcBrut - WpcTotSal
       COMPUTE WpcCout = WpcBrut + WpcTotPat.

       PAIE_COUT_EMPLOYEUR.
     **Cout employeur WpcCout du brut WpcBrut aux taux en vigueur a
     **la date WpcDate.
       PERFORM PAIE_CHARGER_TAUX
       PERFORM PAIE_CALCULER_COTISATIONS.

       MARGE_DATE_TAUX.
     **Date des taux de charges retenue pour la marge de l'annee
     **scolaire WAnnee: fin de l'annee scolaire (31 aout), ou la
     **date du jour si l'annee est en cours.
       COMPUTE WpcDate = (WAnnee + 1) * 10000 + 831
       MOVE FUNCTION CURRENT-DATE(1:8) TO WdateJour
       IF WdateJour < WpcDate
         MOVE WdateJour TO WpcDate
       END-IF.

       BULLETINS_PAIE.
     **Bulletins de paie d'un mois civil: pour chaque enseignant
     **(ou un seul) ayant recu des versements dans le mois d'apres
     **paiehist.dat, bulletin paie_NNNN_AAAAMM.txt avec le brut,
     **chaque cotisation, le net a payer, le cout employeur et les
     **cumuls depuis janvier. Chaque versement est calcule aux taux
     **en vigueur a sa date, comme dans l'export comptable.
       MOVE 0 TO WpcAnnee
       PERFORM WITH TEST AFTER UNTIL WpcAnnee>=2000
           AND WpcAnnee<=2099
         DISPLAY "Annee civile du bulletin (AAAA)"
         ACCEPT WpcAnnee
       END-PERFORM
       MOVE 0 TO WpcMois
       PERFORM WITH TEST AFTER UNTIL WpcMois>=1 AND WpcMois<=12
         DISPLAY "Mois du bulletin (1-12)"
         ACCEPT WpcMois
       END-PERFORM
       PERFORM DEMANDE_AFFICHAGE_ENSEIGNANT
       DISPLAY "Id de l'enseignant (0 pour tous)"
       ACCEPT WpcIdEn
       COMPUTE WpcDebAn = WpcAnnee * 10000 + 101
       COMPUTE WpcDebMois = WpcAnnee * 10000 + WpcMois * 100 + 1
       COMPUTE WpcFinMois = WpcDebMois + 30
       MOVE 0 TO WpcNbBulletins
       OPEN INPUT fenseignant
       OPEN INPUT fpaiehist
       IF WpcIdEn = 0
         MOVE 0 TO Wfin
         PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fenseignant NEXT
             AT END
               MOVE 1 TO Wfin
             NOT AT END
               PERFORM PAIE_BULLETIN_ENS
           END-READ
         END-PERFORM
       ELSE
         MOVE WpcIdEn TO fen_idEn
         READ fenseignant KEY IS fen_idEn
           INVALID KEY
             DISPLAY "Aucun id correspondant"
           NOT INVALID KEY
             PERFORM PAIE_BULLETIN_ENS
             IF WpcNbVers = 0
               DISPLAY "Aucun versement a cet enseignant en "
                 WpcMois "/" WpcAnnee
             END-IF
         END-READ
       END-IF
       CLOSE fpaiehist
       CLOSE fenseignant
       DISPLAY WpcNbBulletins " bulletin(s) de paie edite(s)"
       DISPLAY "Fichiers paie_<id enseignant>_<AAAAMM>.txt".

       PAIE_BULLETIN_ENS.
     **Cumule les versements de l'enseignant courant: ceux du mois
     **pour le bulletin, ceux de janvier a la fin du mois pour les
     **cumuls annuels, puis edite le bulletin s'il y a eu au moins
     **un versement dans le mois.
       MOVE 0 TO WpcNbVers
       MOVE 0 TO WpcNbBul
       MOVE 0 TO WpcMoisBrut
       MOVE 0 TO WpcMoisSal
       MOVE 0 TO WpcMoisPat
       MOVE 0 TO WpcMoisNet
       MOVE 0 TO WpcMoisCout
       MOVE 0 TO WpcCumBrut
       MOVE 0 TO WpcCumSal
       MOVE 0 TO WpcCumPat
       MOVE 0 TO WpcCumNet
       MOVE 0 TO WpcCumCout
       MOVE fen_idEn TO fph_idEn
       START fpaiehist KEY IS = fph_idEn
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin2
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
             READ fpaiehist NEXT
               AT END
                 MOVE 1 TO Wfin2
               NOT AT END
                 IF fph_idEn = fen_idEn
                   IF fph_date >= WpcDebAn AND fph_date <= WpcFinMois
                     PERFORM PAIE_BULLETIN_VERSEMENT
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin2
                 END-IF
             END-READ
           END-PERFORM
       END-START
       IF WpcNbVers > 0
         PERFORM PAIE_BULLETIN_EDITER
         ADD 1 TO WpcNbBulletins
       END-IF.

       PAIE_BULLETIN_VERSEMENT.
     **Calcule les cotisations du versement courant de fpaiehist
     **aux taux de sa date et l'ajoute aux cumuls (et au bulletin
     **du mois s'il tombe dans le mois demande).
       MOVE fph_date TO WpcDate
       PERFORM PAIE_CHARGER_TAUX
       MOVE fph_montant TO WpcBrut
       PERFORM PAIE_CALCULER_COTISATIONS
       ADD WpcBrut TO WpcCumBrut
       ADD WpcTotSal TO WpcCumSal
       ADD WpcTotPat TO WpcCumPat
       ADD WpcNet TO WpcCumNet
       ADD WpcCout TO WpcCumCout
       IF fph_date >= WpcDebMois
         ADD 1 TO WpcNbVers
         ADD WpcBrut TO WpcMoisBrut
         ADD WpcTotSal TO WpcMoisSal
         ADD WpcTotPat TO WpcMoisPat
         ADD WpcNet TO WpcMoisNet
         ADD WpcCout TO WpcMoisCout
         PERFORM VARYING WpcIc FROM 1 BY 1 UNTIL WpcIc > WpcNbCot
           PERFORM PAIE_BULLETIN_LIGNE
         END-PERFORM
       END-IF.

       PAIE_BULLETIN_LIGNE.
     **Ajoute la cotisation WpcIc du versement courant a la ligne
     **de meme code du bulletin (creee au besoin).
       MOVE 0 TO WpcIb
       PERFORM VARYING Wix FROM 1 BY 1
         UNTIL Wix > WpcNbBul OR WpcIb > 0
         IF WBL-Code(Wix) = WCO-Code(WpcIc)
           MOVE Wix TO WpcIb
         END-IF
       END-PERFORM
       IF WpcIb = 0 AND WpcNbBul < 15
         ADD 1 TO WpcNbBul
         MOVE WpcNbBul TO WpcIb
         MOVE WCO-Code(WpcIc) TO WBL-Code(WpcIb)
         MOVE 0 TO WBL-Base(WpcIb)
         MOVE 0 TO WBL-MtSal(WpcIb)
         MOVE 0 TO WBL-MtPat(WpcIb)
       END-IF
       IF WpcIb > 0
         MOVE WCO-Lib(WpcIc) TO WBL-Lib(WpcIb)
         MOVE WCO-TauxSal(WpcIc) TO WBL-TauxSal(WpcIb)
         MOVE WCO-TauxPat(WpcIc) TO WBL-TauxPat(WpcIb)
         ADD WCO-Base(WpcIc) TO WBL-Base(WpcIb)
         ADD WCO-MtSal(WpcIc) TO WBL-MtSal(WpcIb)
         ADD WCO-MtPat(WpcIc) TO WBL-MtPat(WpcIb)
       END-IF.

       PAIE_BULLETIN_EDITER.
     **Ecrit le bulletin de l'enseignant courant dans son fichier
     **paie_NNNN_AAAAMM.txt (ecrase a chaque edition).
       MOVE SPACES TO WNomHisto
       STRING "paie_" DELIMITED BY SIZE
           fen_idEn DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           WpcAnnee DELIMITED BY SIZE
           WpcMois DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WNomHisto
       OPEN OUTPUT fhisto
       MOVE SPACES TO Thisto
       STRING "BULLETIN DE PAIE - " WpcMois "/" WpcAnnee INTO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       STRING "Enseignant " fen_idEn " - " fen_nom " " fen_prenom
         " - " fen_matiere INTO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       STRING fen_adresse " - " fen_email INTO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       MOVE ALL "-" TO Thisto(1:78)
       WRITE Thisto
       MOVE SPACES TO Thisto
       MOVE WpcMoisBrut TO WpcEdit
       STRING "Salaire brut (" WpcNbVers " versement(s))"
         INTO Thisto
       MOVE WpcEdit TO Thisto(62:7)
       WRITE Thisto
       MOVE SPACES TO Thisto
       MOVE "Cotisation" TO Thisto(1:10)
       MOVE "Base" TO Thisto(31:4)
       MOVE "Tx sal." TO Thisto(39:7)
       MOVE "Retenue" TO Thisto(47:7)
       MOVE "Tx pat." TO Thisto(55:7)
       MOVE "Charge" TO Thisto(63:6)
       WRITE Thisto
       PERFORM VARYING WpcIb FROM 1 BY 1 UNTIL WpcIb > WpcNbBul
         IF WBL-MtSal(WpcIb) > 0 OR WBL-MtPat(WpcIb) > 0
           MOVE SPACES TO Thisto
           MOVE WBL-Lib(WpcIb) TO Thisto(1:25)
           MOVE WBL-Base(WpcIb) TO WpcEdit
           MOVE WpcEdit TO Thisto(28:7)
           MOVE WBL-TauxSal(WpcIb) TO WpcTauxEdit
           MOVE WpcTauxEdit TO Thisto(39:6)
           MOVE WBL-MtSal(WpcIb) TO WpcEdit
           MOVE WpcEdit TO Thisto(47:7)
           MOVE WBL-TauxPat(WpcIb) TO WpcTauxEdit
           MOVE WpcTauxEdit TO Thisto(55:6)
           MOVE WBL-MtPat(WpcIb) TO WpcEdit
           MOVE WpcEdit TO Thisto(62:7)
           WRITE Thisto
         END-IF
       END-PERFORM
       MOVE SPACES TO Thisto
       MOVE ALL "-" TO Thisto(1:78)
       WRITE Thisto
       MOVE SPACES TO Thisto
       MOVE "Total des retenues salariales" TO Thisto(1:29)
       MOVE WpcMoisSal TO WpcEdit
       MOVE WpcEdit TO Thisto(47:7)
       MOVE WpcMoisPat TO WpcEdit
       MOVE WpcEdit TO Thisto(62:7)
       WRITE Thisto
       MOVE SPACES TO Thisto
       MOVE "NET A PAYER" TO Thisto(1:11)
       MOVE WpcMoisNet TO WpcEdit
       MOVE WpcEdit TO Thisto(62:7)
       WRITE Thisto
       MOVE SPACES TO Thisto
       MOVE "COUT EMPLOYEUR" TO Thisto(1:14)
       MOVE WpcMoisCout TO WpcEdit
       MOVE WpcEdit TO Thisto(62:7)
       WRITE Thisto
       MOVE SPACES TO Thisto
       MOVE ALL "-" TO Thisto(1:78)
       WRITE Thisto
       MOVE SPACES TO Thisto
       STRING "Cumuls " WpcAnnee " (janvier a " WpcMois ")"
         INTO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       MOVE WpcCumBrut TO WpcEdit
       MOVE WpcCumSal TO WpcEdit2
       STRING "  Brut " WpcEdit "  Retenues " WpcEdit2 INTO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       MOVE WpcCumNet TO WpcEdit
       MOVE WpcCumPat TO WpcEdit2
       STRING "  Net  " WpcEdit "  Charges  " WpcEdit2 INTO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       MOVE WpcCumCout TO WpcEdit
       STRING "  Cout employeur " WpcEdit INTO Thisto
       WRITE Thisto
       CLOSE fhisto.

       CALCUL_MARGE.
     **Marge de l'annee: recette des reservations (bareme eleve et
     **forfaits au prorata) moins le cout employeur des heures
     **d'enseignement (brut plus charges patronales aux taux en
     **vigueur en fin d'annee scolaire).
       MOVE 0 TO WmgRecette
       MOVE 0 TO WmgSalaire
       MOVE 0 TO WforfValeur
       PERFORM DEMANDE_ANNEE
       OPEN INPUT feleve
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin=1
         READ feleve
         AT END
            MOVE 1 TO Wfin
         NOT AT END
            OPEN INPUT freserv
            MOVE fel_idEl TO fr_idEl
            START freserv KEY IS =fr_idEl
            NOT INVALID KEY
              PERFORM INIT_TAB_MATIERE
              MOVE 0 TO Wfin2
              PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                READ freserv NEXT
                AT END
                   MOVE 1 TO Wfin2
                NOT AT END
                 IF fr_idEl= fel_idEl
                   IF fr_annee = WAnnee
                     MOVE fr_matiere TO Wmatiere
                     PERFORM TROUVER_MATIERE
                     IF Wi > 0
                       MOVE fr_nbHeure TO WhReel
                       PERFORM FORFAIT_DEDUIRE_HEURES
                       PERFORM MATIERE_CUMULER_HEURES
                     END-IF
                     PERFORM FORFAIT_RECETTE_RESERV
                     ADD WforfRecette TO WforfValeur
                     PERFORM LIRE_TARIF
                     PERFORM MARGE_HEURES_ENS
                     PERFORM CALCULER_MONTANT_ENS
                     ADD Wmontant TO WmgSalaire
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin2
                 END-IF
                END-READ
              END-PERFORM
              MOVE 0 TO Wmontant2
              PERFORM VARYING Wix FROM 1 BY 1 UNTIL Wix > 8
                IF WTM-Heures(Wix) > 0 OR WTM-HGroupe(Wix) > 0
                  MOVE WTM-Nom(Wix) TO Wmatiere
                  PERFORM LIRE_TARIF
                  MOVE WTM-Heures(Wix) TO WnbHTotal
                  MOVE WTM-HGroupe(Wix) TO WnbHGroupe
                  PERFORM CALCULER_MONTANT
                  ADD Wmontant TO Wmontant2
                END-IF
              END-PERFORM
              ADD Wmontant2 TO WmgRecette
            END-START
            CLOSE freserv
       END-PERFORM
       ADD WforfValeur TO WmgRecette
       PERFORM MARGE_DATE_TAUX
       MOVE WmgSalaire TO WpcBrut
       PERFORM PAIE_COUT_EMPLOYEUR
       COMPUTE WmgMarge = WmgRecette - WpcCout
       MOVE WmgMarge TO WmgEdit
       DISPLAY"XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX"
       DISPLAY"Recette Totale: "WmgRecette
       DISPLAY"Salaire brut: "WmgSalaire
       DISPLAY"Charges patronales: "WpcTotPat
       DISPLAY"Cout employeur: "WpcCout
       DISPLAY"Marge: "WmgEdit
       DISPLAY"XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX"
       CLOSE feleve.

       MARGE_DETAILLEE.
     **Meme calcul que CALCUL_MARGE mais ventile par ville (toutes
     **les villes du referentiel ville.dat, d'apres la ville de
     **l'eleve) et par matiere au lieu de ne donner qu'un total
     **unique pour toute l'activite. Les taux de charges sont
     **charges une fois pour toutes les villes.
       PERFORM DEMANDE_ANNEE
       PERFORM MARGE_DATE_TAUX
       PERFORM PAIE_CHARGER_TAUX
       PERFORM OUVRIR_VILLE_LECTURE
       MOVE 0 TO WfinVille
       PERFORM WITH TEST AFTER UNTIL WfinVille = 1
         READ fville NEXT
           AT END
             MOVE 1 TO WfinVille
           NOT AT END
             MOVE fvl_nom TO Wville
             PERFORM MARGE_UNE_VILLE
         END-READ
       END-PERFORM
       CLOSE fville.

       MARGE_HEURES_ENS.
     **Heures de la reservation courante a payer a l'enseignant pour
     **le calcul de marge: WnbHTotal au tarif individuel, WnbHGroupe
     **au tarif de groupe (une seule fois par groupe).
       IF fr_numGroupe > 0
         PERFORM GROUPE_CHARGE_RESERV
         MOVE 0 TO WnbHTotal
         MOVE WhCharge TO WnbHGroupe
       ELSE
         MOVE fr_nbHeure TO WnbHTotal
         MOVE 0 TO WnbHGroupe
       END-IF.

       MARGE_UNE_VILLE.
     **Recette, salaire et marge de la ville Wville, ventiles par
     **matiere, d'apres les reservations de l'annee WAnnee.
         PERFORM INIT_TAB_MATIERE
         MOVE 0 TO Wmontant3
         PERFORM VARYING Wix FROM 1 BY 1 UNTIL Wix > 8
           MOVE 0 TO WMV-Recette(Wix)
           MOVE 0 TO WMV-Salaire(Wix)
         END-PERFORM
         OPEN INPUT feleve
         MOVE 0 TO Wfin
         PERFORM WITH TEST AFTER UNTIL Wfin=1
           READ feleve NEXT
           AT END
             MOVE 1 TO Wfin
           NOT AT END
             IF fel_ville = Wville
               PERFORM INIT_TAB_MATIERE
               OPEN INPUT freserv
               MOVE fel_idEl TO fr_idEl
               START freserv KEY IS =fr_idEl
               NOT INVALID KEY
                 MOVE 0 TO Wfin2
                 PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ freserv NEXT
                   AT END
                     MOVE 1 TO Wfin2
                   NOT AT END
                     IF fr_idEl= fel_idEl
                       IF fr_annee = WAnnee
                         MOVE fr_matiere TO Wmatiere
                         PERFORM TROUVER_MATIERE
                         IF Wi > 0
                           MOVE fr_nbHeure TO WhReel
                           PERFORM FORFAIT_DEDUIRE_HEURES
                           PERFORM MATIERE_CUMULER_HEURES
                           PERFORM FORFAIT_RECETTE_RESERV
                           ADD WforfRecette TO WMV-Recette(Wi)
                         END-IF
                         PERFORM LIRE_TARIF
                         PERFORM MARGE_HEURES_ENS
                         PERFORM CALCULER_MONTANT_ENS
                         ADD Wmontant TO Wmontant3
                         IF Wi > 0
                           ADD Wmontant TO WMV-Salaire(Wi)
                         END-IF
                       END-IF
                     ELSE
                       MOVE 1 TO Wfin2
                     END-IF
                 END-PERFORM
               END-START
               CLOSE freserv
               PERFORM VARYING Wix FROM 1 BY 1 UNTIL Wix > 8
                 IF WTM-Heures(Wix) > 0 OR WTM-HGroupe(Wix) > 0
                   MOVE WTM-Nom(Wix) TO Wmatiere
                   PERFORM LIRE_TARIF
                   MOVE WTM-Heures(Wix) TO WnbHTotal
                   MOVE WTM-HGroupe(Wix) TO WnbHGroupe
                   PERFORM CALCULER_MONTANT
                   ADD Wmontant TO WMV-Recette(Wix)
                 END-IF
               END-PERFORM
             END-IF
         END-PERFORM
         CLOSE feleve
         MOVE 0 TO WmgRecette
         DISPLAY"XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX"
         DISPLAY"Ville: "Wville
         PERFORM VARYING Wix FROM 1 BY 1 UNTIL Wix > 8
           IF WMV-Recette(Wix) > 0 OR WMV-Salaire(Wix) > 0
             MOVE WMV-Salaire(Wix) TO WpcBrut
             PERFORM PAIE_CALCULER_COTISATIONS
             COMPUTE WmgMarge = WMV-Recette(Wix) - WpcCout
             MOVE WmgMarge TO WmgEdit
             DISPLAY"  "WTM-Nom(Wix)" - Recette: "WMV-Recette(Wix)
               " Cout employeur: "WpcCout" Marge: "WmgEdit
             ADD WMV-Recette(Wix) TO WmgRecette
           END-IF
         END-PERFORM
         MOVE Wmontant3 TO WpcBrut
         PERFORM PAIE_CALCULER_COTISATIONS
         COMPUTE WmgMarge = WmgRecette - WpcCout
         MOVE WmgMarge TO WmgEdit
         DISPLAY"Recette Totale "Wville": "WmgRecette
         DISPLAY"Salaire brut "Wville": "Wmontant3
         DISPLAY"Cout employeur "Wville": "WpcCout
         DISPLAY"Marge Totale "Wville": "WmgEdit
         DISPLAY"XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX".

       MENU_ANALYSE.
       DISPLAY " xxxx  MENU ANALYSE PAR VILLE  xxxx "
       DISPLAY"________________________________________________________"
       DISPLAY"|Selectionnez un chiffre en fonction de l'action voulue|"
       DISPLAY"|                                                      |"
       DISPLAY"| 0-Revenir au menu stat                               |"
       DISPLAY"| 1-Marge detaillee par ville et par matiere           |"
       DISPLAY"| 2-Capacite et demande par ville, matiere, semaine    |"
       DISPLAY"|______________________________________________________|"
       ACCEPT Wnb
       EVALUATE Wnb
         WHEN 0 PERFORM MENU_STAT
         WHEN 1 PERFORM MARGE_DETAILLEE
         WHEN 2 PERFORM CAPACITE_DEMANDE
         WHEN OTHER
          DISPLAY "!!!!!!!!!!!!!!!!!!!!!"
          DISPLAY "Entree non valide"
          DISPLAY "!!!!!!!!!!!!!!!!!!!!!"
       END-EVALUATE
       PERFORM MENU_ANALYSE.

       CAPACITE_DEMANDE.
     **Rapport de pilotage du recrutement: pour chaque matiere et
     **chaque zone (une ville du referentiel ville.dat avec ses
     **voisines), et pour chaque semaine de la plage demandee, la
     **capacite des enseignants (fen_nbHMax borne par la grille
     **dispo.dat, nulle pendant les absences et pour un enseignant
     **indisponible), les heures reservees (reserv.dat) et la
     **demande restee en liste d'attente (attente.dat), ventilees
     **d'apres la ville de l'eleve. Les couples zone/matiere dont
     **reserve + attente depasse la capacite plusieurs semaines de
     **suite sont signales, ainsi que les enseignants regulierement
     **sous-utilises. Rapport dans capacite.txt, memes chiffres
     **dans capacite.csv pour le tableur.
       PERFORM DEMANDE_ANNEE
       PERFORM CAPACITE_DEMANDE_PLAGE
       PERFORM CAPACITE_PARAMETRES
       PERFORM CAPACITE_INIT
       PERFORM CAPACITE_ZONES
       MOVE 1 TO WcpPasse
       PERFORM CAPACITE_ENSEIGNANTS
       PERFORM CAPACITE_RESERVATIONS
       PERFORM CAPACITE_ATTENTE
       OPEN OUTPUT fcapa
       OPEN OUTPUT fcapcsv
       MOVE SPACES TO Tcapa
       STRING "CAPACITE ET DEMANDE PAR ZONE, MATIERE ET SEMAINE - "
         "ANNEE " WAnnee INTO Tcapa
       WRITE Tcapa
       MOVE SPACES TO Tcapa
       STRING "Semaines " WCS-Sem(1) "/" WCS-Annee(1) " a "
         WCS-Sem(WcpNbSem) "/" WCS-Annee(WcpNbSem) " - alerte a "
         WcpSeuilSem " semaines de surcharge consecutives"
         INTO Tcapa
       WRITE Tcapa
       MOVE SPACES TO Tcapa
       STRING "Edite le " FUNCTION CURRENT-DATE(1:8) INTO Tcapa
       WRITE Tcapa
       MOVE SPACES TO Tcapcsv
       STRING "type,zone,matiere,annee,semaine,capacite,reserve,"
         "attente,ecart,surcharge,alerte" INTO Tcapcsv
       WRITE Tcapcsv
       PERFORM VARYING WcpIz FROM 1 BY 1 UNTIL WcpIz > WcpNbZone
         PERFORM VARYING WcpIm FROM 1 BY 1 UNTIL WcpIm > 8
           PERFORM CAPACITE_EDITER_COUPLE
         END-PERFORM
       END-PERFORM
       MOVE "--------------------------------------------" TO Tcapa
       WRITE Tcapa
       MOVE SPACES TO Tcapa
       STRING "Couples zone/matiere en alerte: " WcpNbAlerte
         INTO Tcapa
       WRITE Tcapa
       IF WcpHorsCap > 0 OR WcpHorsRes > 0 OR WcpHorsAtt > 0
         MOVE SPACES TO Tcapa
         STRING "Heures non ventilees (matiere hors table ou ville "
           "hors zones): capacite " WcpHorsCap " reserve "
           WcpHorsRes " attente " WcpHorsAtt INTO Tcapa
         WRITE Tcapa
       END-IF
       MOVE "--------------------------------------------" TO Tcapa
       WRITE Tcapa
       MOVE SPACES TO Tcapa
       STRING "ENSEIGNANTS SOUS-UTILISES (moins de " WcpSeuilTaux
         "% de la capacite plus d'une semaine ouverte sur deux)"
         INTO Tcapa
       WRITE Tcapa
       MOVE SPACES TO Tcapcsv
       WRITE Tcapcsv
       STRING "type,enseignant,nom,prenom,matiere,ville,"
         "semaines_sous_utilisees,semaines_ouvertes,capacite,"
         "reserve,taux" INTO Tcapcsv
       WRITE Tcapcsv
       MOVE 2 TO WcpPasse
       PERFORM CAPACITE_ENSEIGNANTS
       MOVE SPACES TO Tcapa
       STRING "Enseignants sous-utilises: " WcpNbSous INTO Tcapa
       WRITE Tcapa
       CLOSE fcapcsv
       CLOSE fcapa
       DISPLAY "Couples zone/matiere en alerte: " WcpNbAlerte
       DISPLAY "Enseignants sous-utilises: " WcpNbSous
       DISPLAY "Rapport ecrit dans capacite.txt et capacite.csv".

       CAPACITE_DEMANDE_PLAGE.
     **Demande la plage de semaines du rapport (une fin avant le
     **debut continue sur l'annee suivante, comme pour les series)
     **et construit la table WCS des semaines couvertes.
       MOVE 0 TO WSemDeb
       PERFORM WITH TEST AFTER UNTIL WSemDeb>0 AND WSemDeb<=52
         DISPLAY "Semaine de debut du rapport (1-52)"
         ACCEPT WSemDeb
       END-PERFORM
       MOVE 0 TO WSemFin
       PERFORM WITH TEST AFTER UNTIL WSemFin>0 AND WSemFin<=52
         DISPLAY "Semaine de fin du rapport (1-52, une fin avant le"
           " debut continue sur l'annee suivante)"
         ACCEPT WSemFin
       END-PERFORM
       IF WSemFin >= WSemDeb
         COMPUTE WcpNbSem = WSemFin - WSemDeb + 1
       ELSE
         COMPUTE WcpNbSem = 52 - WSemDeb + 1 + WSemFin
       END-IF
       MOVE WAnnee TO WAnneeCour
       MOVE WSemDeb TO WSemCour
       PERFORM VARYING WcpIs FROM 1 BY 1 UNTIL WcpIs > WcpNbSem
         MOVE WAnneeCour TO WCS-Annee(WcpIs)
         MOVE WSemCour TO WCS-Sem(WcpIs)
         IF WSemCour = 52
           MOVE 1 TO WSemCour
           ADD 1 TO WAnneeCour
         ELSE
           ADD 1 TO WSemCour
         END-IF
       END-PERFORM.

       CAPACITE_PARAMETRES.
     **Seuils du rapport: nombre de semaines de surcharge
     **consecutives declenchant l'alerte, et taux d'occupation en
     **dessous duquel une semaine d'enseignant est sous-utilisee.
     **Sur une plage d'une seule semaine, l'alerte part des la
     **premiere semaine surchargee.
       IF WcpNbSem < 2
         MOVE 1 TO WcpSeuilSem
       ELSE
         MOVE 0 TO WcpSeuilSem
         PERFORM WITH TEST AFTER UNTIL WcpSeuilSem>=2
           AND WcpSeuilSem<=WcpNbSem
           DISPLAY "Alerter a partir de combien de semaines de"
             " surcharge consecutives ? (2-" WcpNbSem ")"
           ACCEPT WcpSeuilSem
         END-PERFORM
       END-IF
       MOVE 0 TO WcpSeuilTaux
       PERFORM WITH TEST AFTER UNTIL WcpSeuilTaux>0
         DISPLAY "Taux d'occupation minimum d'un enseignant"
           " (1-99 %)"
         ACCEPT WcpSeuilTaux
       END-PERFORM.

       CAPACITE_INIT.
     **Remet a zero les cumuls du rapport.
       PERFORM INIT_TAB_MATIERE
       PERFORM VARYING WcpIz FROM 1 BY 1 UNTIL WcpIz > 20
         PERFORM VARYING WcpIm FROM 1 BY 1 UNTIL WcpIm > 8
           PERFORM VARYING WcpIs FROM 1 BY 1 UNTIL WcpIs > 52
             MOVE 0 TO WCZ-Cap(WcpIz, WcpIm, WcpIs)
             MOVE 0 TO WCZ-Res(WcpIz, WcpIm, WcpIs)
             MOVE 0 TO WCZ-Att(WcpIz, WcpIm, WcpIs)
           END-PERFORM
         END-PERFORM
       END-PERFORM
       MOVE 0 TO WcpNbZone
       MOVE 0 TO WcpNbAlerte
       MOVE 0 TO WcpNbSous
       MOVE 0 TO WcpHorsCap
       MOVE 0 TO WcpHorsRes
       MOVE 0 TO WcpHorsAtt.

       CAPACITE_ZONES.
     **Charge une zone par ville du referentiel, avec ses voisines.
       PERFORM OUVRIR_VILLE_LECTURE
       MOVE 0 TO WfinVille
       PERFORM WITH TEST AFTER UNTIL WfinVille = 1
         READ fville NEXT
           AT END
             MOVE 1 TO WfinVille
           NOT AT END
             IF WcpNbZone < 20
               ADD 1 TO WcpNbZone
               MOVE fvl_nom TO WZN-Nom(WcpNbZone)
               PERFORM VARYING WcpIv FROM 1 BY 1 UNTIL WcpIv > 4
                 MOVE fvl_voisin(WcpIv)
                   TO WZN-Voisin(WcpNbZone, WcpIv)
               END-PERFORM
             END-IF
         END-READ
       END-PERFORM
       CLOSE fville.

       CAPACITE_TROUVER_ZONE.
     **Renvoie dans WcpIz la zone de la ville WcpVille: la zone
     **portant son nom si elle existe, sinon la premiere zone dont
     **elle est voisine dans le referentiel. Une ville inconnue du
     **referentiel forme sa propre zone (0 si la table des zones est
     **pleine).
       MOVE 0 TO WcpIz
       IF WcpVille NOT = SPACES
         PERFORM VARYING Wix FROM 1 BY 1
           UNTIL Wix > WcpNbZone OR WcpIz > 0
           IF WZN-Nom(Wix) = WcpVille
             MOVE Wix TO WcpIz
           END-IF
         END-PERFORM
         PERFORM VARYING Wix FROM 1 BY 1
           UNTIL Wix > WcpNbZone OR WcpIz > 0
           PERFORM VARYING WcpIv FROM 1 BY 1 UNTIL WcpIv > 4
             IF WZN-Voisin(Wix, WcpIv) = WcpVille AND WcpIz = 0
               MOVE Wix TO WcpIz
             END-IF
           END-PERFORM
         END-PERFORM
         IF WcpIz = 0 AND WcpNbZone < 20
           ADD 1 TO WcpNbZone
           MOVE WcpVille TO WZN-Nom(WcpNbZone)
           PERFORM VARYING WcpIv FROM 1 BY 1 UNTIL WcpIv > 4
             MOVE SPACES TO WZN-Voisin(WcpNbZone, WcpIv)
           END-PERFORM
           MOVE WcpNbZone TO WcpIz
         END-IF
       END-IF.

       CAPACITE_INDEX_SEMAINE.
     **Renvoie dans WcpIs le rang de la semaine WcpSem/WcpAnnee dans
     **la plage du rapport (0 si hors plage).
       MOVE 0 TO WcpIs
       PERFORM VARYING Wix FROM 1 BY 1
         UNTIL Wix > WcpNbSem OR WcpIs > 0
         IF WCS-Annee(Wix) = WcpAnnee AND WCS-Sem(Wix) = WcpSem
           MOVE Wix TO WcpIs
         END-IF
       END-PERFORM.

       CAPACITE_ENSEIGNANTS.
     **Parcourt les enseignants: en premiere passe (WcpPasse 1) leur
     **capacite est cumulee par zone, matiere et semaine; en seconde
     **passe (WcpPasse 2) leur occupation est comparee a leur
     **capacite pour la liste des sous-utilises.
       OPEN INPUT fenseignant
       OPEN INPUT freserv
       PERFORM OUVRIR_DISPO_LECTURE
       PERFORM OUVRIR_ABSENCE_LECTURE
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fenseignant NEXT
           AT END
             MOVE 1 TO Wfin
           NOT AT END
             PERFORM CAPACITE_UN_ENSEIGNANT
         END-READ
       END-PERFORM
       CLOSE fabsence
       CLOSE fdispo
       CLOSE freserv
       CLOSE fenseignant.

       CAPACITE_UN_ENSEIGNANT.
     **Capacite hebdomadaire de l'enseignant courant, semaine par
     **semaine de la plage (nulle les semaines d'absence), puis
     **cumul ou controle d'occupation selon la passe.
       PERFORM CAPACITE_GRILLE_ENS
       PERFORM CAPACITE_ABSENCES_ENS
       IF WcpPasse = 1
         MOVE fen_matiere TO Wmatiere
         PERFORM TROUVER_MATIERE
         MOVE fen_ville TO WcpVille
         PERFORM CAPACITE_TROUVER_ZONE
         PERFORM VARYING WcpIs FROM 1 BY 1 UNTIL WcpIs > WcpNbSem
           IF WCS-EnsAbs(WcpIs) = 1
             MOVE 0 TO WcpCap
           ELSE
             MOVE WcpCapSem TO WcpCap
           END-IF
           IF Wi > 0 AND WcpIz > 0
             ADD WcpCap TO WCZ-Cap(WcpIz, Wi, WcpIs)
           ELSE
             ADD WcpCap TO WcpHorsCap
           END-IF
         END-PERFORM
       ELSE
         PERFORM CAPACITE_RESERV_ENS
         PERFORM CAPACITE_OCCUPATION_ENS
       END-IF.

       CAPACITE_GRILLE_ENS.
     **WcpCapSem: fen_nbHMax de l'enseignant courant, ramene au total
     **des heures de sa grille dispo.dat si celle-ci est saisie pour
     **les sept jours (un jour sans grille reste ouvert, comme a la
     **reservation); zero pour un enseignant indisponible.
       MOVE 0 TO WcpGrille
       MOVE 0 TO WcpGrilleOuv
       MOVE fen_idEn TO fd_idEn
       PERFORM VARYING Wjx FROM 1 BY 1 UNTIL Wjx > 7
         MOVE Wjx TO fd_jour
         READ fdispo KEY IS fd_cle
           INVALID KEY
             MOVE 1 TO WcpGrilleOuv
           NOT INVALID KEY
             IF fd_hDeb > 0 AND fd_hFin > fd_hDeb
               COMPUTE WcpGrille = WcpGrille + fd_hFin - fd_hDeb
             END-IF
         END-READ
       END-PERFORM
       IF fen_dispo NOT = 1
         MOVE 0 TO WcpCapSem
       ELSE
         MOVE fen_nbHMax TO WcpCapSem
         IF WcpGrilleOuv = 0 AND WcpGrille < WcpCapSem
           MOVE WcpGrille TO WcpCapSem
         END-IF
       END-IF.

       CAPACITE_ABSENCES_ENS.
     **Marque dans WCS-EnsAbs les semaines de la plage couvertes par
     **une absence declaree de l'enseignant courant.
       PERFORM VARYING WcpIs FROM 1 BY 1 UNTIL WcpIs > WcpNbSem
         MOVE 0 TO WCS-EnsAbs(WcpIs)
       END-PERFORM
       MOVE fen_idEn TO fab_idEn
       MOVE 0 TO fab_annee
       MOVE 0 TO fab_semDeb
       START fabsence KEY IS >= fab_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin3
           PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
             READ fabsence NEXT
               AT END
                 MOVE 1 TO Wfin3
               NOT AT END
                 IF fab_idEn = fen_idEn
                   PERFORM CAPACITE_MARQUER_ABSENCE
                 ELSE
                   MOVE 1 TO Wfin3
                 END-IF
             END-READ
           END-PERFORM
       END-START.

       CAPACITE_MARQUER_ABSENCE.
     **Reporte l'absence courante de fabsence sur les semaines de la
     **plage (une fin avant le debut continue sur l'annee suivante).
       PERFORM VARYING WcpIs FROM 1 BY 1 UNTIL WcpIs > WcpNbSem
         IF fab_semFin >= fab_semDeb
           IF WCS-Annee(WcpIs) = fab_annee
             AND WCS-Sem(WcpIs) >= fab_semDeb
             AND WCS-Sem(WcpIs) <= fab_semFin
             MOVE 1 TO WCS-EnsAbs(WcpIs)
           END-IF
         ELSE
           IF WCS-Annee(WcpIs) = fab_annee
             AND WCS-Sem(WcpIs) >= fab_semDeb
             MOVE 1 TO WCS-EnsAbs(WcpIs)
           END-IF
           IF WCS-Annee(WcpIs) = fab_annee + 1
             AND WCS-Sem(WcpIs) <= fab_semFin
             MOVE 1 TO WCS-EnsAbs(WcpIs)
           END-IF
         END-IF
       END-PERFORM.

       CAPACITE_RESERV_ENS.
     **Cumule dans WCS-EnsRes les heures reservees aupres de
     **l'enseignant courant, semaine par semaine de la plage.
       PERFORM VARYING WcpIs FROM 1 BY 1 UNTIL WcpIs > WcpNbSem
         MOVE 0 TO WCS-EnsRes(WcpIs)
       END-PERFORM
       MOVE fen_idEn TO fr_idEn
       START freserv KEY IS = fr_idEn
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin2
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
             READ freserv NEXT
               AT END
                 MOVE 1 TO Wfin2
               NOT AT END
                 IF fr_idEn = fen_idEn
                   MOVE fr_annee TO WcpAnnee
                   MOVE fr_numSem TO WcpSem
                   PERFORM CAPACITE_INDEX_SEMAINE
                   IF WcpIs > 0
                     PERFORM GROUPE_CHARGE_RESERV
                     ADD WhCharge TO WCS-EnsRes(WcpIs)
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin2
                 END-IF
             END-READ
           END-PERFORM
       END-START.

       CAPACITE_OCCUPATION_ENS.
     **Compare, semaine par semaine, les heures reservees de
     **l'enseignant courant a sa capacite: une semaine ouverte est
     **sous-utilisee sous le taux WcpSeuilTaux. L'enseignant est
     **signale quand c'est le cas de plus d'une semaine ouverte sur
     **deux.
       MOVE 0 TO WcpSemCap
       MOVE 0 TO WcpSemSous
       MOVE 0 TO WcpTotCap
       MOVE 0 TO WcpTotRes
       PERFORM VARYING WcpIs FROM 1 BY 1 UNTIL WcpIs > WcpNbSem
         IF WCS-EnsAbs(WcpIs) = 0 AND WcpCapSem > 0
           ADD 1 TO WcpSemCap
           ADD WcpCapSem TO WcpTotCap
           ADD WCS-EnsRes(WcpIs) TO WcpTotRes
           IF WCS-EnsRes(WcpIs) * 100 < WcpCapSem * WcpSeuilTaux
             ADD 1 TO WcpSemSous
           END-IF
         END-IF
       END-PERFORM
       IF WcpSemCap > 0 AND WcpSemSous * 2 > WcpSemCap
         ADD 1 TO WcpNbSous
         IF WcpTotRes >= WcpTotCap
           MOVE 100 TO WcpTaux
         ELSE
           COMPUTE WcpTaux = WcpTotRes * 100 / WcpTotCap
         END-IF
         MOVE SPACES TO Tcapa
         STRING "Ens " fen_idEn " " fen_nom " " fen_matiere " "
           fen_ville " sous-utilise " WcpSemSous "/" WcpSemCap
           " sem - " WcpTotRes "h/" WcpTotCap "h (" WcpTaux "%)"
           INTO Tcapa
         WRITE Tcapa
         MOVE SPACES TO Tcapcsv
         STRING "SOUS-UTILISE," DELIMITED BY SIZE
             fen_idEn DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             FUNCTION TRIM(fen_nom) DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             FUNCTION TRIM(fen_prenom) DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             FUNCTION TRIM(fen_matiere) DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             FUNCTION TRIM(fen_ville) DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             WcpSemSous DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             WcpSemCap DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             WcpTotCap DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             WcpTotRes DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             WcpTaux DELIMITED BY SIZE
             INTO Tcapcsv
         WRITE Tcapcsv
       END-IF.

       CAPACITE_RESERVATIONS.
     **Cumule les heures reservees de la plage par zone (ville de
     **l'eleve), matiere et semaine; un cours de groupe compte une
     **fois, dans la zone de son premier inscrit.
       OPEN INPUT freserv
       OPEN INPUT feleve
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ freserv NEXT
           AT END
             MOVE 1 TO Wfin
           NOT AT END
             MOVE fr_annee TO WcpAnnee
             MOVE fr_numSem TO WcpSem
             PERFORM CAPACITE_INDEX_SEMAINE
             IF WcpIs > 0
               MOVE fr_idEl TO fel_idEl
               PERFORM CAPACITE_VILLE_ELEVE
               MOVE fr_matiere TO Wmatiere
               PERFORM TROUVER_MATIERE
               PERFORM GROUPE_CHARGE_RESERV
               IF Wi > 0 AND WcpIz > 0
                 ADD WhCharge TO WCZ-Res(WcpIz, Wi, WcpIs)
               ELSE
                 ADD WhCharge TO WcpHorsRes
               END-IF
             END-IF
         END-READ
       END-PERFORM
       CLOSE feleve
       CLOSE freserv.

       CAPACITE_ATTENTE.
     **Cumule les heures demandees encore en liste d'attente par
     **zone (ville de l'eleve), matiere et semaine.
       OPEN INPUT fattente
       OPEN INPUT feleve
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fattente NEXT
           AT END
             MOVE 1 TO Wfin
           NOT AT END
             MOVE fat_annee TO WcpAnnee
             MOVE fat_numSem TO WcpSem
             PERFORM CAPACITE_INDEX_SEMAINE
             IF WcpIs > 0
               MOVE fat_idEl TO fel_idEl
               PERFORM CAPACITE_VILLE_ELEVE
               MOVE fat_matiere TO Wmatiere
               PERFORM TROUVER_MATIERE
               IF Wi > 0 AND WcpIz > 0
                 ADD fat_nbHeure TO WCZ-Att(WcpIz, Wi, WcpIs)
               ELSE
                 ADD fat_nbHeure TO WcpHorsAtt
               END-IF
             END-IF
         END-READ
       END-PERFORM
       CLOSE feleve
       CLOSE fattente.

       CAPACITE_VILLE_ELEVE.
     **Zone WcpIz de l'eleve fel_idEl (0 si l'eleve est inconnu).
       READ feleve KEY IS fel_idEl
         INVALID KEY
           MOVE SPACES TO WcpVille
         NOT INVALID KEY
           MOVE fel_ville TO WcpVille
       END-READ
       PERFORM CAPACITE_TROUVER_ZONE.

       CAPACITE_EDITER_COUPLE.
     **Edite les semaines du couple zone WcpIz / matiere WcpIm s'il
     **a de la capacite ou de la demande sur la plage: la plus
     **longue suite de semaines en surcharge decide de l'alerte.
       MOVE 0 TO WcpActif
       MOVE 0 TO WcpSerie
       MOVE 0 TO WcpSerieMax
       PERFORM VARYING WcpIs FROM 1 BY 1 UNTIL WcpIs > WcpNbSem
         COMPUTE WcpDemande = WCZ-Res(WcpIz, WcpIm, WcpIs)
           + WCZ-Att(WcpIz, WcpIm, WcpIs)
         IF WCZ-Cap(WcpIz, WcpIm, WcpIs) > 0 OR WcpDemande > 0
           MOVE 1 TO WcpActif
         END-IF
         IF WcpDemande > WCZ-Cap(WcpIz, WcpIm, WcpIs)
           ADD 1 TO WcpSerie
           IF WcpSerie > WcpSerieMax
             MOVE WcpSerie TO WcpSerieMax
           END-IF
         ELSE
           MOVE 0 TO WcpSerie
         END-IF
       END-PERFORM
       IF WcpActif = 1
         MOVE 'N' TO WcpAlerte
         IF WcpSerieMax >= WcpSeuilSem
           MOVE 'O' TO WcpAlerte
           ADD 1 TO WcpNbAlerte
         END-IF
         MOVE "--------------------------------------------" TO Tcapa
         WRITE Tcapa
         MOVE SPACES TO Tcapa
         STRING "Zone " WZN-Nom(WcpIz) " (" WZN-Voisin(WcpIz, 1) " "
           WZN-Voisin(WcpIz, 2) " " WZN-Voisin(WcpIz, 3) " "
           WZN-Voisin(WcpIz, 4) ") - " WTM-Nom(WcpIm) INTO Tcapa
         WRITE Tcapa
         MOVE "  Semaine    Capa.    Res.     Att.   Ecart" TO Tcapa
         WRITE Tcapa
         PERFORM VARYING WcpIs FROM 1 BY 1 UNTIL WcpIs > WcpNbSem
           PERFORM CAPACITE_EDITER_SEMAINE
         END-PERFORM
         IF WcpAlerte = 'O'
           MOVE SPACES TO Tcapa
           STRING "  ALERTE: demande superieure a la capacite "
             WcpSerieMax " semaines de suite" INTO Tcapa
           WRITE Tcapa
         END-IF
       END-IF.

       CAPACITE_EDITER_SEMAINE.
     **Ligne du rapport et du CSV pour la semaine WcpIs du couple
     **courant; les semaines en surcharge sont marquees.
       COMPUTE WcpDemande = WCZ-Res(WcpIz, WcpIm, WcpIs)
         + WCZ-Att(WcpIz, WcpIm, WcpIs)
       COMPUTE WcpEcart = WCZ-Cap(WcpIz, WcpIm, WcpIs) - WcpDemande
       MOVE WcpEcart TO WcpEcartEdit
       MOVE 'N' TO WcpSurSem
       IF WcpEcart < 0
         MOVE 'O' TO WcpSurSem
       END-IF
       MOVE SPACES TO Tcapa
       STRING "  " WCS-Sem(WcpIs) "/" WCS-Annee(WcpIs) "    "
         WCZ-Cap(WcpIz, WcpIm, WcpIs) "    "
         WCZ-Res(WcpIz, WcpIm, WcpIs) "    "
         WCZ-Att(WcpIz, WcpIm, WcpIs) " " WcpEcartEdit INTO Tcapa
       IF WcpSurSem = 'O'
         MOVE "SURCHARGE" TO Tcapa(50:9)
       END-IF
       WRITE Tcapa
       MOVE SPACES TO Tcapcsv
       STRING "CAPACITE," DELIMITED BY SIZE
           FUNCTION TRIM(WZN-Nom(WcpIz)) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(WTM-Nom(WcpIm)) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           WCS-Annee(WcpIs) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           WCS-Sem(WcpIs) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           WCZ-Cap(WcpIz, WcpIm, WcpIs) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           WCZ-Res(WcpIz, WcpIm, WcpIs) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           WCZ-Att(WcpIz, WcpIm, WcpIs) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(WcpEcartEdit) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           WcpSurSem DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           WcpAlerte DELIMITED BY SIZE
           INTO Tcapcsv
       WRITE Tcapcsv.

       MOYENNE_NOTE_ENS.
       PERFORM DEMANDE_AFFICHAGE_ENSEIGNANT
       OPEN INPUT fenseignant
       DISPLAY "Entrez le numero de l'enseignant dont a afficher la moy"
       ACCEPT fen_idEn
       READ fenseignant KEY IS fen_idEn
       INVALID KEY
         DISPLAY "Aucun id correspondant"
       NOT INVALID KEY
         OPEN INPUT favis
         MOVE fen_idEn TO fa_idEn
         START favis KEY IS = fa_idEn
         INVALID KEY
           DISPLAY "Cet enseignant n'a jamais ete note"
         NOT INVALID KEY
           MOVE 0 TO Wfin
           MOVE 0 TO WnbNote
           MOVE 0 to WnoteTotal
           PERFORM WITH TEST AFTER UNTIL Wfin=1
             READ favis NEXT
             AT END
               MOVE 1 TO Wfin
             NOT AT END
               IF fa_idEn=fen_idEn
                 ADD 1 TO WnbNote
                 ADD fa_note TO WnoteTotal
               ELSE
                 MOVE 1 TO Wfin
               END-IF
             END-READ
           END-PERFORM
           DIVIDE WnoteTotal BY WnbNote GIVING WnoteMoy
           DISPLAY"---------------------------------------"
           DISPLAY"Note Moyenne de "fen_prenom , fen_nom
           DISPLAY"Nombre total de note: ",WnbNote
           DISPLAY"Total",WnoteTotal
           DISPLAY"Moyenne",WnoteMoy
           DISPLAY " "
         END-START
         CLOSE favis
       END-READ
       CLOSE fenseignant.

       MENU_SCORE.
       DISPLAY " xxxx  MENU TABLEAU DE BORD ENSEIGNANTS  xxxx "
       DISPLAY"________________________________________________________"
       DISPLAY"|Selectionnez un chiffre en fonction de l'action voulue|"
       DISPLAY"|                                                      |"
       DISPLAY"| 0-Revenir au menu stat                               |"
       DISPLAY"| 1-Afficher la Moyenne d'un enseignant                |"
       DISPLAY"| 2-Calculer le tableau de bord d'une annee            |"
       DISPLAY"| 3-Consulter le tableau de bord                       |"
       DISPLAY"| 4-Consulter/modifier les seuils d'alerte             |"
       DISPLAY"|______________________________________________________|"
       ACCEPT Wnb
       EVALUATE Wnb
         WHEN 0 PERFORM MENU_STAT
         WHEN 1 PERFORM MOYENNE_NOTE_ENS
         WHEN 2 PERFORM SCORE_CALCULER
         WHEN 3 PERFORM SCORE_AFFICHER
         WHEN 4 PERFORM SCORE_SEUILS
         WHEN OTHER
          DISPLAY "!!!!!!!!!!!!!!!!!!!!!"
          DISPLAY "Entree non valide"
          DISPLAY "!!!!!!!!!!!!!!!!!!!!!"
       END-EVALUATE
       PERFORM MENU_SCORE.

       SCORE_CALCULER.
     **Tableau de bord periodique des enseignants pour l'annee
     **scolaire demandee: moyenne et nombre d'avis (avis.dat, non
     **dates donc tous les avis recus), progression des notes de
     **suivi de leurs eleves (suivi.dat, premiere et derniere note
     **de l'annee par eleve), taux d'annulation par l'enseignant
     **(session.dat etat 3), absences declarees (absence.dat) et
     **remplacements assures (journal.txt), taux de fidelite des
     **eleves (eleves ayant reserve au moins deux semaines). Un
     **score sur 100 en est tire; les enseignants sous les seuils
     **de seuil.dat sont signales pour un entretien de suivi.
     **Resultat dans score.dat (lu a la reservation pour classer
     **les enseignants proposes) et rapport dans scores.txt.
       PERFORM DEMANDE_ANNEE
       MOVE WAnnee TO WscAnnee
       PERFORM SCORE_SEUILS_CHARGER
       PERFORM SCORE_REMPLACEMENTS
       MOVE 0 TO WscNbEns
       MOVE 0 TO WscNbAlerte
       OPEN INPUT fenseignant
       OPEN INPUT freserv
       OPEN INPUT favis
       PERFORM OUVRIR_SESSION_LECTURE
       PERFORM OUVRIR_SUIVI_LECTURE
       PERFORM OUVRIR_ABSENCE_LECTURE
       PERFORM OUVRIR_SCORE_MAJ
       OPEN OUTPUT fscorpt
       MOVE SPACES TO Tscorpt
       STRING "TABLEAU DE BORD DES ENSEIGNANTS - ANNEE " WscAnnee
           INTO Tscorpt
       WRITE Tscorpt
       MOVE SPACES TO Tscorpt
       STRING "Edite le " FUNCTION CURRENT-DATE(1:8) INTO Tscorpt
       WRITE Tscorpt
       MOVE WsuNoteMin TO WscNoteEdit
       MOVE WsuProgMin TO WscSeuilEdit
       MOVE SPACES TO Tscorpt
       STRING "Seuils: avis " WscNoteEdit "/5, progression "
           WscSeuilEdit "/20, annulations " WsuAnnulMax
           "% max, fidelite " WsuFidelMin "% min, score " WsuScoreMin
           " min, a partir de " WsuEchMin " cas" INTO Tscorpt
       WRITE Tscorpt
       MOVE 0 TO Wfin3
       PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
         READ fenseignant NEXT
           AT END
             MOVE 1 TO Wfin3
           NOT AT END
             PERFORM SCORE_ENSEIGNANT
         END-READ
       END-PERFORM
       MOVE "--------------------------------------------" TO Tscorpt
       WRITE Tscorpt
       MOVE SPACES TO Tscorpt
       STRING "Enseignants: " WscNbEns " - a revoir en entretien: "
           WscNbAlerte INTO Tscorpt
       WRITE Tscorpt
       CLOSE fscorpt
       CLOSE fscore
       CLOSE fabsence
       CLOSE fsuivi
       CLOSE fsession
       CLOSE favis
       CLOSE freserv
       CLOSE fenseignant
       DISPLAY "Tableau de bord " WscAnnee ": " WscNbEns
           " enseignant(s), " WscNbAlerte " a revoir (scores.txt)".

       SCORE_REMPLACEMENTS.
     **Compte dans journal.txt les cours repris par chaque
     **enseignant en remplacement d'un collegue absent (lignes
     **RESERV-ENSEIGN de l'annee, le remplacant est la valeur
     **apres). Un cours de groupe compte une fois, par sa ligne
     **GROUPE-ENSEIGN, et non pour chacun de ses inscrits. Table
     **WRM, limitee a 200 enseignants.
       MOVE 0 TO WnbRM
       OPEN INPUT freserv
       MOVE 0 TO WscGrpOuvert
       OPEN INPUT fgroupe
       IF fgr_stat = 0
         MOVE 1 TO WscGrpOuvert
       END-IF
       OPEN INPUT fjournal
       IF fj_stat = 0
         MOVE 0 TO Wfin4
         PERFORM WITH TEST AFTER UNTIL Wfin4 = 1
           READ fjournal
             AT END
               MOVE 1 TO Wfin4
             NOT AT END
               PERFORM SCORE_LIGNE_JOURNAL
           END-READ
         END-PERFORM
         CLOSE fjournal
       END-IF
       IF WscGrpOuvert = 1
         CLOSE fgroupe
       END-IF
       CLOSE freserv.

       SCORE_LIGNE_JOURNAL.
     **Analyse une ligne du journal d'audit: horodatage, id=,
     **champ, avant=, apres=. Une ligne RESERV-ENSEIGN dont la
     **reservation chez le remplacant appartient a un groupe est
     **ecartee; l'annee d'une ligne GROUPE-ENSEIGN est lue dans son
     **id (GRPnnnnn/aaaa/ss) ou, a defaut, dans groupe.dat.
       MOVE SPACES TO WjpDate WjpId WjpChamp WjpAvant WjpApres
       UNSTRING Tjournal DELIMITED BY ALL " "
           INTO WjpDate WjpId WjpChamp WjpAvant WjpApres
       IF WjpChamp = "RESERV-ENSEIGN"
         AND WjpId(9:4) IS NUMERIC AND WjpApres(7:4) IS NUMERIC
         IF WjpId(9:4) = WscAnnee
           MOVE WjpApres(7:4) TO WjpIdEn
           MOVE 1 TO WscCompte
           IF WjpId(4:4) IS NUMERIC AND WjpId(14:2) IS NUMERIC
             MOVE WjpId(4:4) TO fr_idEl
             MOVE WjpIdEn TO fr_idEn
             MOVE WscAnnee TO fr_annee
             MOVE WjpId(14:2) TO fr_numSem
             READ freserv KEY IS fr_cle
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF fr_numGroupe > 0
                   MOVE 0 TO WscCompte
                 END-IF
             END-READ
           END-IF
           IF WscCompte = 1
             PERFORM SCORE_COMPTER_REMPLACEMENT
           END-IF
         END-IF
       END-IF
       IF WjpChamp = "GROUPE-ENSEIGN"
         AND WjpId(7:5) IS NUMERIC AND WjpApres(7:4) IS NUMERIC
         MOVE 0 TO WscAnneeGrp
         IF WjpId(13:4) IS NUMERIC
           MOVE WjpId(13:4) TO WscAnneeGrp
         ELSE
           IF WscGrpOuvert = 1
             MOVE WjpId(7:5) TO fgr_num
             READ fgroupe KEY IS fgr_num
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE fgr_annee TO WscAnneeGrp
             END-READ
           END-IF
         END-IF
         IF WscAnneeGrp = WscAnnee
           MOVE WjpApres(7:4) TO WjpIdEn
           PERFORM SCORE_COMPTER_REMPLACEMENT
         END-IF
       END-IF.

       SCORE_COMPTER_REMPLACEMENT.
     **Ajoute un cours repris au remplacant WjpIdEn dans WRM.
       MOVE 0 TO WscTrouve
       PERFORM VARYING WscIx FROM 1 BY 1
           UNTIL WscIx > WnbRM OR WscTrouve = 1
         IF WRM-Id(WscIx) = WjpIdEn
           ADD 1 TO WRM-Nb(WscIx)
           MOVE 1 TO WscTrouve
         END-IF
       END-PERFORM
       IF WscTrouve = 0 AND WnbRM < 200
         ADD 1 TO WnbRM
         MOVE WjpIdEn TO WRM-Id(WnbRM)
         MOVE 1 TO WRM-Nb(WnbRM)
       END-IF.

       SCORE_ENSEIGNANT.
     **Calcule, enregistre et edite le tableau de bord de
     **l'enseignant courant (fen_idEn) pour l'annee WscAnnee.
       MOVE 0 TO WscNbAvis WscTotAvis WscMoyAvis
       MOVE 0 TO WscNbSuivis WscProgTot WscProg
       MOVE 0 TO WscNbSeances WscNbAnnul WscTauxAnnul
       MOVE 0 TO WscNbFideles WscTauxFidel
       MOVE 0 TO WscNbAbs WscCoursAbs WscNbRemp
      **avis des eleves
       MOVE fen_idEn TO fa_idEn
       START favis KEY IS = fa_idEn
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin4
           PERFORM WITH TEST AFTER UNTIL Wfin4 = 1
             READ favis NEXT
               AT END
                 MOVE 1 TO Wfin4
               NOT AT END
                 IF fa_idEn = fen_idEn
                   ADD 1 TO WscNbAvis
                   ADD fa_note TO WscTotAvis
                 ELSE
                   MOVE 1 TO Wfin4
                 END-IF
             END-READ
           END-PERFORM
       END-START
       IF WscNbAvis > 0
         COMPUTE WscMoyAvis ROUNDED = WscTotAvis / WscNbAvis
       END-IF
      **reservations de l'annee: eleves suivis et seances pointees
       MOVE 0 TO WnbSE
       MOVE fen_idEn TO fr_idEn
       START freserv KEY IS = fr_idEn
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin2
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
             READ freserv NEXT
               AT END
                 MOVE 1 TO Wfin2
               NOT AT END
                 IF fr_idEn = fen_idEn
                   IF fr_annee = WscAnnee
                     PERFORM SCORE_COMPTER_RESERV
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin2
                 END-IF
             END-READ
           END-PERFORM
       END-START
       MOVE WnbSE TO WscNbEleves
       PERFORM VARYING WscIx FROM 1 BY 1 UNTIL WscIx > WnbSE
         IF WSE-Nb(WscIx) >= 2
           ADD 1 TO WscNbFideles
         END-IF
         PERFORM SCORE_SUIVI_ELEVE
       END-PERFORM
       IF WscNbSuivis > 0
         COMPUTE WscProg ROUNDED = WscProgTot / WscNbSuivis
       END-IF
       IF WscNbSeances > 0
         COMPUTE WscTauxAnnul ROUNDED =
             WscNbAnnul * 100 / WscNbSeances
       END-IF
       IF WscNbEleves > 0
         COMPUTE WscTauxFidel ROUNDED =
             WscNbFideles * 100 / WscNbEleves
       END-IF
      **absences declarees par l'enseignant sur l'annee
       MOVE fen_idEn TO fab_idEn
       MOVE WscAnnee TO fab_annee
       MOVE 0 TO fab_semDeb
       START fabsence KEY IS >= fab_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin4
           PERFORM WITH TEST AFTER UNTIL Wfin4 = 1
             READ fabsence NEXT
               AT END
                 MOVE 1 TO Wfin4
               NOT AT END
                 IF fab_idEn = fen_idEn AND fab_annee = WscAnnee
                   ADD 1 TO WscNbAbs
                   ADD fab_nbCours TO WscCoursAbs
                 ELSE
                   MOVE 1 TO Wfin4
                 END-IF
             END-READ
           END-PERFORM
       END-START
      **remplacements assures pour des collegues absents
       PERFORM VARYING WscIx FROM 1 BY 1 UNTIL WscIx > WnbRM
         IF WRM-Id(WscIx) = fen_idEn
           MOVE WRM-Nb(WscIx) TO WscNbRemp
         END-IF
       END-PERFORM
       PERFORM SCORE_NOTER
       PERFORM SCORE_ENREGISTRER
       PERFORM SCORE_EDITER
       ADD 1 TO WscNbEns
       IF WscAlerte = "O"
         ADD 1 TO WscNbAlerte
       END-IF.

       SCORE_COMPTER_RESERV.
     **Reservation courante de l'enseignant sur l'annee: l'eleve
     **est ajoute a la table WSE (300 eleves au plus) avec son
     **nombre de semaines reservees, et la seance correspondante
     **est comptee si elle a ete pointee.
       MOVE 0 TO WscTrouve
       PERFORM VARYING WscIx FROM 1 BY 1
           UNTIL WscIx > WnbSE OR WscTrouve = 1
         IF WSE-Id(WscIx) = fr_idEl
           ADD 1 TO WSE-Nb(WscIx)
           MOVE 1 TO WscTrouve
         END-IF
       END-PERFORM
       IF WscTrouve = 0 AND WnbSE < 300
         ADD 1 TO WnbSE
         MOVE fr_idEl TO WSE-Id(WnbSE)
         MOVE 1 TO WSE-Nb(WnbSE)
       END-IF
       MOVE fr_cle TO fs_cle
       READ fsession KEY IS fs_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           ADD 1 TO WscNbSeances
           IF fs_etat = 3
             ADD 1 TO WscNbAnnul
           END-IF
       END-READ.

       SCORE_SUIVI_ELEVE.
     **Progression de l'eleve WSE-Id(WscIx) avec l'enseignant sur
     **l'annee: derniere note de suivi moins la premiere, dans
     **l'ordre de l'annee scolaire (semaines 36 a 52 puis 1 a 35).
     **Retenue seulement si l'eleve a au moins deux notes.
       MOVE 0 TO WscNbNotes
       MOVE 99 TO WscRangDeb
       MOVE 0 TO WscRangFin
       MOVE WSE-Id(WscIx) TO fsv_idEl
       MOVE fen_idEn TO fsv_idEn
       MOVE WscAnnee TO fsv_annee
       MOVE 0 TO fsv_numSem
       START fsuivi KEY IS >= fsv_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin4
           PERFORM WITH TEST AFTER UNTIL Wfin4 = 1
             READ fsuivi NEXT
               AT END
                 MOVE 1 TO Wfin4
               NOT AT END
                 IF fsv_idEl = WSE-Id(WscIx) AND fsv_idEn = fen_idEn
                   AND fsv_annee = WscAnnee
                   IF fsv_numSem >= 36
                     COMPUTE WscRang = fsv_numSem - 35
                   ELSE
                     COMPUTE WscRang = fsv_numSem + 17
                   END-IF
                   ADD 1 TO WscNbNotes
                   IF WscRang < WscRangDeb
                     MOVE WscRang TO WscRangDeb
                     MOVE fsv_note TO WscNoteDeb
                   END-IF
                   IF WscRang >= WscRangFin
                     MOVE WscRang TO WscRangFin
                     MOVE fsv_note TO WscNoteFin
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin4
                 END-IF
             END-READ
           END-PERFORM
       END-START
       IF WscNbNotes >= 2
         ADD 1 TO WscNbSuivis
         COMPUTE WscProgTot = WscProgTot + WscNoteFin - WscNoteDeb
       END-IF.

       SCORE_NOTER.
     **Score sur 100: avis 40 points ((moyenne - 1) x 10), progression
     **20 points (progression bornee a +/-5 points sur 20), tenue des
     **cours 20 points (100% - taux d'annulation, divise par 5),
     **fidelite 15 points, remplacements assures 5 points (1 par
     **cours repris). Sans donnees, chaque partie vaut la moitie de
     **ses points (plein pour les annulations). Les absences de
     **l'enseignant sont editees mais ne penalisent pas le score.
       IF WscNbAvis > 0
         COMPUTE WscPoints = (WscMoyAvis - 1) * 10
       ELSE
         MOVE 20 TO WscPoints
       END-IF
       IF WscNbSuivis > 0
         MOVE WscProg TO WscProgBorne
         IF WscProgBorne > 5
           MOVE 5 TO WscProgBorne
         END-IF
         IF WscProgBorne < -5
           MOVE -5 TO WscProgBorne
         END-IF
         COMPUTE WscPoints = WscPoints + (WscProgBorne + 5) * 2
       ELSE
         ADD 10 TO WscPoints
       END-IF
       COMPUTE WscPoints = WscPoints + (100 - WscTauxAnnul) / 5
       IF WscNbEleves > 0
         COMPUTE WscPoints = WscPoints + WscTauxFidel * 15 / 100
       ELSE
         ADD 7 TO WscPoints
       END-IF
       IF WscNbRemp > 5
         ADD 5 TO WscPoints
       ELSE
         ADD WscNbRemp TO WscPoints
       END-IF
       IF WscPoints < 0
         MOVE 0 TO WscPoints
       END-IF
       IF WscPoints > 100
         MOVE 100 TO WscPoints
       END-IF
       COMPUTE WscScore ROUNDED = WscPoints
      **alertes: un critere n'est retenu qu'a partir de WsuEchMin cas
       MOVE "N" TO WscAlerte
       MOVE SPACES TO WscMotif
       MOVE 1 TO WscPtr
       IF WscNbAvis >= WsuEchMin AND WscMoyAvis < WsuNoteMin
         STRING "AVIS " DELIMITED BY SIZE
             INTO WscMotif WITH POINTER WscPtr
       END-IF
       IF WscNbSuivis >= WsuEchMin AND WscProg < WsuProgMin
         STRING "PROGRES " DELIMITED BY SIZE
             INTO WscMotif WITH POINTER WscPtr
       END-IF
       IF WscNbSeances >= WsuEchMin AND WscTauxAnnul > WsuAnnulMax
         STRING "ANNUL " DELIMITED BY SIZE
             INTO WscMotif WITH POINTER WscPtr
       END-IF
       IF WscNbEleves >= WsuEchMin AND WscTauxFidel < WsuFidelMin
         STRING "FIDELITE " DELIMITED BY SIZE
             INTO WscMotif WITH POINTER WscPtr
       END-IF
       IF WscScore < WsuScoreMin
         STRING "SCORE " DELIMITED BY SIZE
             INTO WscMotif WITH POINTER WscPtr
       END-IF
       IF WscMotif NOT = SPACES
         MOVE "O" TO WscAlerte
       END-IF.

       SCORE_ENREGISTRER.
     **Ecrit (ou remplace) le tableau de bord de l'enseignant dans
     **score.dat.
       MOVE fen_idEn TO fsb_idEn
       MOVE WscAnnee TO fsb_annee
       MOVE FUNCTION CURRENT-DATE(1:8) TO fsb_date
       MOVE WscNbAvis TO fsb_nbAvis
       MOVE WscMoyAvis TO fsb_moyAvis
       MOVE WscNbSuivis TO fsb_nbSuivis
       MOVE WscProg TO fsb_progres
       MOVE WscNbSeances TO fsb_nbSeances
       MOVE WscNbAnnul TO fsb_nbAnnulEns
       MOVE WscTauxAnnul TO fsb_tauxAnnul
       MOVE WscNbAbs TO fsb_nbAbsences
       MOVE WscCoursAbs TO fsb_coursAbs
       MOVE WscNbRemp TO fsb_nbRemp
       MOVE WscNbEleves TO fsb_nbEleves
       MOVE WscNbFideles TO fsb_nbFideles
       MOVE WscTauxFidel TO fsb_tauxFidel
       MOVE WscScore TO fsb_score
       MOVE WscAlerte TO fsb_alerte
       MOVE WscMotif TO fsb_motif
       WRITE Tscore
         INVALID KEY
           REWRITE Tscore
       END-WRITE.

       SCORE_EDITER.
     **Bloc du rapport scores.txt pour l'enseignant courant.
       MOVE "--------------------------------------------" TO Tscorpt
       WRITE Tscorpt
       MOVE SPACES TO Tscorpt
       STRING "Enseignant " fen_idEn " " DELIMITED BY SIZE
           fen_prenom DELIMITED BY "  "
           " " DELIMITED BY SIZE
           fen_nom DELIMITED BY "  "
           " - " DELIMITED BY SIZE
           fen_matiere DELIMITED BY "  "
           " - score " WscScore "/100" DELIMITED BY SIZE
           INTO Tscorpt
       WRITE Tscorpt
       MOVE WscMoyAvis TO WscMoyEdit
       MOVE WscProg TO WscProgEdit
       MOVE SPACES TO Tscorpt
       STRING "  Avis " WscNbAvis " moyenne " WscMoyEdit
           "/5 - eleves notes en suivi " WscNbSuivis
           " progression moyenne " WscProgEdit "/20" INTO Tscorpt
       WRITE Tscorpt
       MOVE SPACES TO Tscorpt
       STRING "  Seances pointees " WscNbSeances
           " annulees par l'enseignant " WscNbAnnul " (" WscTauxAnnul
           "%) - eleves " WscNbEleves " revenus " WscNbFideles " ("
           WscTauxFidel "%)" INTO Tscorpt
       WRITE Tscorpt
       MOVE SPACES TO Tscorpt
       STRING "  Absences declarees " WscNbAbs " (" WscCoursAbs
           " cours touches) - cours repris en remplacement "
           WscNbRemp INTO Tscorpt
       WRITE Tscorpt
       IF WscAlerte = "O"
         MOVE SPACES TO Tscorpt
         STRING "  A REVOIR EN ENTRETIEN: " WscMotif INTO Tscorpt
         WRITE Tscorpt
       END-IF.

       SCORE_AFFICHER.
     **Consultation du dernier tableau de bord calcule (score.dat),
     **pour tous les enseignants ou seulement ceux a revoir.
       MOVE 0 TO WscFiltre
       PERFORM WITH TEST AFTER UNTIL WscFiltre = 1 OR WscFiltre = 2
         DISPLAY "1: tous les enseignants / 2: seulement ceux a revoir"
         ACCEPT WscFiltre
       END-PERFORM
       MOVE 0 TO WscNbEns
       OPEN INPUT fenseignant
       PERFORM OUVRIR_SCORE_LECTURE
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fscore NEXT
           AT END
             MOVE 1 TO Wfin
           NOT AT END
             IF WscFiltre = 1 OR fsb_alerte = "O"
               PERFORM SCORE_AFFICHER_UN
               ADD 1 TO WscNbEns
             END-IF
         END-READ
       END-PERFORM
       CLOSE fscore
       CLOSE fenseignant
       IF WscNbEns = 0
         DISPLAY "Aucun tableau de bord a afficher"
       END-IF.

       SCORE_AFFICHER_UN.
     **Affiche le tableau de bord courant de fscore: enseignant,
     **indicateurs et motif d'alerte.
       MOVE fsb_idEn TO fen_idEn
       READ fenseignant KEY IS fen_idEn
         INVALID KEY
           MOVE SPACES TO fen_nom
           MOVE SPACES TO fen_prenom
           MOVE SPACES TO fen_matiere
       END-READ
       MOVE fsb_moyAvis TO WscMoyEdit
       MOVE fsb_progres TO WscProgEdit
       DISPLAY "---------------------------------------"
       DISPLAY "Enseignant " fsb_idEn " " fen_prenom " " fen_nom
       DISPLAY "Annee " fsb_annee " calculee le " fsb_date
           " - score " fsb_score "/100"
       DISPLAY "Avis: " fsb_nbAvis " moyenne " WscMoyEdit "/5"
       DISPLAY "Suivis: " fsb_nbSuivis " eleve(s), progression "
           WscProgEdit "/20"
       DISPLAY "Seances pointees: " fsb_nbSeances
           " annulees par l'enseignant: " fsb_nbAnnulEns " ("
           fsb_tauxAnnul "%)"
       DISPLAY "Eleves: " fsb_nbEleves " revenus: " fsb_nbFideles
           " (" fsb_tauxFidel "%)"
       DISPLAY "Absences: " fsb_nbAbsences " (" fsb_coursAbs
           " cours) - remplacements: " fsb_nbRemp
       IF fsb_alerte = "O"
         DISPLAY "A REVOIR EN ENTRETIEN: " fsb_motif
       END-IF.

       SCORE_SEUILS_CHARGER.
     **Seuils d'alerte du tableau de bord (seuil.dat), valeurs par
     **defaut tant qu'ils n'ont pas ete saisis.
       MOVE 3.0 TO WsuNoteMin
       MOVE 0 TO WsuProgMin
       MOVE 10 TO WsuAnnulMax
       MOVE 30 TO WsuFidelMin
       MOVE 50 TO WsuScoreMin
       MOVE 3 TO WsuEchMin
       OPEN INPUT fseuil
       IF fsu_stat = 0
         MOVE "ENSG" TO fsu_cle
         READ fseuil KEY IS fsu_cle
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE fsu_noteMin TO WsuNoteMin
             MOVE fsu_progMin TO WsuProgMin
             MOVE fsu_annulMax TO WsuAnnulMax
             MOVE fsu_fidelMin TO WsuFidelMin
             MOVE fsu_scoreMin TO WsuScoreMin
             MOVE fsu_echMin TO WsuEchMin
         END-READ
         CLOSE fseuil
       END-IF.

       SCORE_SEUILS.
     **Consultation et modification des seuils d'alerte.
       PERFORM SCORE_SEUILS_CHARGER
       MOVE WsuNoteMin TO WscNoteEdit
       MOVE WsuProgMin TO WscSeuilEdit
       DISPLAY "Moyenne des avis minimale: " WscNoteEdit "/5"
       DISPLAY "Progression minimale des suivis: " WscSeuilEdit "/20"
       DISPLAY "Taux d'annulation maximal: " WsuAnnulMax "%"
       DISPLAY "Taux de fidelite minimal: " WsuFidelMin "%"
       DISPLAY "Score minimal: " WsuScoreMin "/100"
       DISPLAY "Nombre de cas minimal pour un critere: " WsuEchMin
       MOVE 0 TO Wnb
       PERFORM WITH TEST AFTER UNTIL Wnb=1 OR Wnb=2
         DISPLAY "Modifier les seuils ? (1:oui/2:non)"
         ACCEPT Wnb
       END-PERFORM
       IF Wnb = 1
         MOVE 9.9 TO WsuNoteMin
         PERFORM WITH TEST AFTER UNTIL WsuNoteMin <= 5
           DISPLAY "Moyenne des avis minimale sur 5 (ex: 3,0)"
           MOVE SPACES TO WpcSaisie
           ACCEPT WpcSaisie
           INSPECT WpcSaisie REPLACING ALL "," BY "."
           COMPUTE WsuNoteMin = FUNCTION NUMVAL(WpcSaisie)
         END-PERFORM
         DISPLAY "Progression minimale en points sur 20 (ex: -1,0)"
         MOVE SPACES TO WpcSaisie
         ACCEPT WpcSaisie
         INSPECT WpcSaisie REPLACING ALL "," BY "."
         COMPUTE WsuProgMin = FUNCTION NUMVAL(WpcSaisie)
         MOVE 999 TO WsuAnnulMax
         PERFORM WITH TEST AFTER UNTIL WsuAnnulMax <= 100
           DISPLAY "Taux d'annulation maximal en % (0-100)"
           ACCEPT WsuAnnulMax
         END-PERFORM
         MOVE 999 TO WsuFidelMin
         PERFORM WITH TEST AFTER UNTIL WsuFidelMin <= 100
           DISPLAY "Taux de fidelite minimal en % (0-100)"
           ACCEPT WsuFidelMin
         END-PERFORM
         MOVE 999 TO WsuScoreMin
         PERFORM WITH TEST AFTER UNTIL WsuScoreMin <= 100
           DISPLAY "Score minimal sur 100"
           ACCEPT WsuScoreMin
         END-PERFORM
         MOVE 0 TO WsuEchMin
         PERFORM WITH TEST AFTER UNTIL WsuEchMin > 0
           DISPLAY "Nombre de cas minimal pour juger un critere"
           ACCEPT WsuEchMin
         END-PERFORM
         OPEN I-O fseuil
         IF fsu_stat = 35
           OPEN OUTPUT fseuil
           CLOSE fseuil
           OPEN I-O fseuil
         END-IF
         MOVE "ENSG" TO fsu_cle
         MOVE WsuNoteMin TO fsu_noteMin
         MOVE WsuProgMin TO fsu_progMin
         MOVE WsuAnnulMax TO fsu_annulMax
         MOVE WsuFidelMin TO fsu_fidelMin
         MOVE WsuScoreMin TO fsu_scoreMin
         MOVE WsuEchMin TO fsu_echMin
         WRITE Tseuil
           INVALID KEY
             REWRITE Tseuil
         END-WRITE
         CLOSE fseuil
         DISPLAY "Seuils enregistres, pris en compte au prochain "
           "calcul du tableau de bord"
       END-IF.

       OUVRIR_SCORE_MAJ.
     **Ouvre score.dat en mise a jour, en le creant vierge au
     **premier passage.
       OPEN I-O fscore
       IF fsb_stat = 35
         OPEN OUTPUT fscore
         CLOSE fscore
         OPEN I-O fscore
       END-IF.

       OUVRIR_SCORE_LECTURE.
     **Ouvre score.dat en lecture, en le creant vierge au premier
     **passage.
       OPEN INPUT fscore
       IF fsb_stat = 35
         OPEN OUTPUT fscore
         CLOSE fscore
         OPEN INPUT fscore
       END-IF.

       PROPOS_AJOUTER.
     **Retient l'enseignant courant (fen_idEn) parmi les enseignants
     **proposes a la reservation, avec la compatibilite de ville
     **WvilleOk (2 = ville voisine). 99 propositions au plus.
       IF WnbPR < 99
         ADD 1 TO WnbPR
         MOVE fen_idEn TO WPR-Id(WnbPR)
         MOVE WvilleOk TO WPR-Ville(WnbPR)
         MOVE 0 TO WPR-Score(WnbPR)
         MOVE 0 TO WPR-Connu(WnbPR)
         MOVE "N" TO WPR-Alerte(WnbPR)
       END-IF.

       PROPOS_AFFICHER.
     **Affiche les enseignants proposes, meilleur score du tableau
     **de bord d'abord (un enseignant sans tableau de bord est classe
     **a 50, a ordre egal l'ordre de recherche est garde).
     **fenseignant doit etre ouvert par l'appelant.
       PERFORM OUVRIR_SCORE_LECTURE
       PERFORM VARYING WprIx FROM 1 BY 1 UNTIL WprIx > WnbPR
         MOVE WPR-Id(WprIx) TO fsb_idEn
         READ fscore KEY IS fsb_idEn
           INVALID KEY
             MOVE 50 TO WPR-Score(WprIx)
           NOT INVALID KEY
             MOVE fsb_score TO WPR-Score(WprIx)
             MOVE 1 TO WPR-Connu(WprIx)
             MOVE fsb_alerte TO WPR-Alerte(WprIx)
         END-READ
       END-PERFORM
       CLOSE fscore
       PERFORM VARYING WprIx FROM 1 BY 1 UNTIL WprIx >= WnbPR
         PERFORM VARYING WprIy FROM 1 BY 1
             UNTIL WprIy > WnbPR - WprIx
           IF WPR-Score(WprIy) < WPR-Score(WprIy + 1)
             MOVE WPR(WprIy) TO WPrTmp
             MOVE WPR(WprIy + 1) TO WPR(WprIy)
             MOVE WPrTmp TO WPR(WprIy + 1)
           END-IF
         END-PERFORM
       END-PERFORM
       PERFORM VARYING WprIx FROM 1 BY 1 UNTIL WprIx > WnbPR
         MOVE WPR-Id(WprIx) TO fen_idEn
         READ fenseignant KEY IS fen_idEn
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             PERFORM AFFICHER_DETAILS_ENSEIGNANT
             IF WPR-Connu(WprIx) = 1
               IF WPR-Alerte(WprIx) = "O"
                 DISPLAY "  Score: " WPR-Score(WprIx)
                   "/100 (a revoir en entretien)"
               ELSE
                 DISPLAY "  Score: " WPR-Score(WprIx) "/100"
               END-IF
             ELSE
               DISPLAY "  Score: non calcule"
             END-IF
             IF WPR-Ville(WprIx) = 2
               DISPLAY "  (ville voisine de celle de l'eleve)"
             END-IF
         END-READ
       END-PERFORM.

       MENU_REGLEMENT.
       DISPLAY " xxxx  MENU REGLEMENT  xxxx "
       DISPLAY"________________________________________________________"
       DISPLAY"|Selectionnez un chiffre en fonction de l'action voulue|"
       DISPLAY"|                                                      |"
       DISPLAY"| 0-Revenir au menu principal                          |"
       DISPLAY"| 1-Saisir un reglement recu                           |"
       DISPLAY"| 2-Afficher les reglements d'un eleve                 |"
       DISPLAY"| 3-Editer la balance agee des impayes                 |"
       DISPLAY"| 4-Saisir l'echeancier de paiement d'un payeur        |"
       DISPLAY"| 5-Controle mensuel des echeanciers                   |"
       DISPLAY"| 6-Generer les lettres de relance des impayes         |"
       DISPLAY"| 7-Export comptable mensuel avec cloture de periode   |"
       DISPLAY"| 8-Emettre un avoir sur une facture                   |"
       DISPLAY"| 9-Banque, suspens et attestations fiscales           |"
       DISPLAY"|______________________________________________________|"
       ACCEPT Wnb
       EVALUATE Wnb
         WHEN 0 PERFORM MENU_PRINCIPAL
         WHEN 1 PERFORM SAISIR_REGLEMENT
         WHEN 2 PERFORM AFFICHER_REGLEMENTS_ELEVE
         WHEN 3 PERFORM BALANCE_AGEE
         WHEN 4 PERFORM SAISIR_ECHEANCIER
         WHEN 5 PERFORM CONTROLE_ECHEANCIERS
         WHEN 6 PERFORM RELANCES_IMPAYES
         WHEN 7 PERFORM EXPORT_COMPTABLE
         WHEN 8 PERFORM AVOIR_EMETTRE
         WHEN 9 PERFORM MENU_BANQUE
         WHEN OTHER
          DISPLAY "!!!!!!!!!!!!!!!!!!!!!"
          DISPLAY "Entree non valide"
          DISPLAY "!!!!!!!!!!!!!!!!!!!!!"
       END-EVALUATE
       PERFORM MENU_REGLEMENT.

       DEMANDE_DATE.
     **Demande une date au format AAAAMMJJ, par defaut la date du
     **jour, et la renvoie dans WdateReg. Le libelle de la question
     **est affiche par le paragraphe appelant avant ce PERFORM. En
     **mode lot, la date vient de la ligne de parametres (date du
     **jour si elle est absente).
       MOVE FUNCTION CURRENT-DATE(1:8) TO WdateJour
       IF WlotAuto = 1
         IF WlotDateF >= 20000101 AND WlotDateF <= 20991231
           MOVE WlotDateF TO WdateReg
         ELSE
           MOVE WdateJour TO WdateReg
         END-IF
       ELSE
         MOVE 0 TO WdateReg
         PERFORM WITH TEST AFTER UNTIL WdateReg>=20000101
             AND WdateReg<=20991231
           DISPLAY "Date (AAAAMMJJ, 0 pour " WdateJour ")"
           ACCEPT WdateReg
           IF WdateReg = 0
             MOVE WdateJour TO WdateReg
           END-IF
         END-PERFORM
       END-IF.

       SAISIR_REGLEMENT.
     **Enregistre un reglement recu d'une famille dans reglement.dat:
     **un enregistrement par paiement (eleve, annee, date, montant,
     **mode de paiement), numerote en sequence pour un meme eleve et
     **une meme annee. C'est ce fichier que la balance agee compare
     **ensuite aux montants factures.
       PERFORM DEMANDE_AFFICHAGE_ELEVE
       OPEN INPUT feleve
       DISPLAY "Id de l'eleve ayant regle ?"
       ACCEPT Wid
       MOVE Wid TO fel_idEl
       READ feleve
         INVALID KEY
           DISPLAY 'Auncun id correspondant'
         NOT INVALID KEY
           PERFORM DEMANDE_ANNEE
           DISPLAY "Date de reception du reglement"
           PERFORM DEMANDE_DATE
           MOVE 0 TO Wmontant
           PERFORM WITH TEST AFTER UNTIL Wmontant > 0
             DISPLAY "Montant recu (entier > 0)"
             ACCEPT Wmontant
           END-PERFORM
           MOVE 0 TO Wnb
           PERFORM WITH TEST AFTER UNTIL Wnb>=1 AND Wnb<=4
             DISPLAY "Mode de paiement ?"
             DISPLAY '1: Cheque/ 2: Virement/ 3: Especes/ 4: Carte'
             ACCEPT Wnb
           END-PERFORM
           OPEN I-O freglement
           MOVE 0 TO WnumReg
           MOVE Wid TO frg_idEl
           START freglement KEY IS = frg_idEl
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ freglement NEXT
                   AT END
                     MOVE 1 TO Wfin
                   NOT AT END
                     IF frg_idEl = Wid
                       IF frg_annee = WAnnee
                         AND frg_numReg > WnumReg
                         MOVE frg_numReg TO WnumReg
                       END-IF
                     ELSE
                       MOVE 1 TO Wfin
                     END-IF
                 END-READ
               END-PERFORM
           END-START
           MOVE Wid TO frg_idEl
           MOVE WAnnee TO frg_annee
           ADD 1 TO WnumReg
           MOVE WnumReg TO frg_numReg
           MOVE WdateReg TO frg_date
           MOVE Wmontant TO frg_montant
           EVALUATE Wnb
             WHEN 1 MOVE 'Cheque' TO frg_mode
             WHEN 2 MOVE 'Virement' TO frg_mode
             WHEN 3 MOVE 'Especes' TO frg_mode
             WHEN 4 MOVE 'Carte' TO frg_mode
           END-EVALUATE
           WRITE Treglement
             INVALID KEY
               DISPLAY 'Ajout impossible'
             NOT INVALID KEY
               DISPLAY 'Reglement enregistre sous le numero ' WnumReg
               STRING frg_idEl DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   frg_annee DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   frg_numReg DELIMITED BY SIZE
                   INTO WjrnId
               MOVE "REGLEMENT" TO WjrnChamp
               MOVE "absent" TO WjrnAvant
               MOVE frg_montant TO WjrnApres
               PERFORM JOURNALISER
               PERFORM RATTACHER_REGLEMENT_ECHEANCE
           END-WRITE
           CLOSE freglement
       END-READ
       CLOSE feleve.

       AFFICHER_REGLEMENTS_ELEVE.
       PERFORM DEMANDE_AFFICHAGE_ELEVE
       OPEN INPUT feleve
       DISPLAY "Id de l'eleve ?"
       ACCEPT Wid
       MOVE Wid TO fel_idEl
       READ feleve
         INVALID KEY
           DISPLAY 'Auncun id correspondant'
         NOT INVALID KEY
           OPEN INPUT freglement
           MOVE 0 TO WtotRegle
           MOVE Wid TO frg_idEl
           START freglement KEY IS = frg_idEl
             INVALID KEY
               DISPLAY "Aucun reglement recu pour cet eleve"
             NOT INVALID KEY
               DISPLAY ' '
               DISPLAY 'Reglements de ',fel_prenom" ",fel_nom
               DISPLAY ' '
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ freglement NEXT
                   AT END
                     MOVE 1 TO Wfin
                   NOT AT END
                     IF frg_idEl = Wid
                       DISPLAY "******************************"
                       DISPLAY "Numero: ", frg_numReg
                       DISPLAY "Annee: ", frg_annee
                       DISPLAY "Date: ", frg_date
                       DISPLAY "Montant: ", frg_montant
                       DISPLAY "Mode: ", frg_mode
                       DISPLAY "******************************"
                       ADD frg_montant TO WtotRegle
                     ELSE
                       MOVE 1 TO Wfin
                     END-IF
                 END-READ
               END-PERFORM
               DISPLAY "Total regle: " WtotRegle
           END-START
           CLOSE freglement
       END-READ
       CLOSE feleve.

       OUVRIR_AVOIR_MAJ.
     **Ouvre avoir.dat en mise a jour, en le creant vierge au
     **premier passage.
       OPEN I-O favoir
       IF fav_stat = 35
         OPEN OUTPUT favoir
         CLOSE favoir
         OPEN I-O favoir
       END-IF.

       OUVRIR_AVOIR_LECTURE.
     **Ouvre avoir.dat en lecture, en le creant vierge au premier
     **passage.
       OPEN INPUT favoir
       IF fav_stat = 35
         OPEN OUTPUT favoir
         CLOSE favoir
         OPEN INPUT favoir
       END-IF.

       AVOIR_EMETTRE.
     **Emet un avoir sur une facture de facthist.dat: c'est le seul
     **moyen de corriger ou d'annuler une facture emise, dont le
     **numero n'est jamais reutilise ni supprime. L'avoir porte son
     **propre numero sequentiel (pilotage AVOI de runctl.dat),
     **reference la facture d'origine, couvre tout ou partie de ce
     **qui reste de la facture apres les avoirs deja emis, et
     **indique un motif. Il est edite dans avoir_NNNNNN.txt et vient
     **en deduction du solde du compte dans la balance agee, les
     **relances et le controle des echeanciers.
       OPEN INPUT ffacthist
       IF ffh_stat = 35
         OPEN OUTPUT ffacthist
         CLOSE ffacthist
         OPEN INPUT ffacthist
       END-IF
       DISPLAY "Numero de la facture a corriger ?"
       ACCEPT ffh_numFact
       READ ffacthist KEY IS ffh_numFact
         INVALID KEY
           DISPLAY "Facture inconnue"
         NOT INVALID KEY
           PERFORM AVOIR_SAISIR
       END-READ
       CLOSE ffacthist.

       AVOIR_SAISIR.
     **Saisie de l'avoir sur la facture courante de ffacthist:
     **montant total ou partiel (plafonne au reste de la facture),
     **motif, confirmation puis enregistrement et edition.
       PERFORM OUVRIR_AVOIR_MAJ
       PERFORM AVOIR_CUMUL_FACTURE
       DISPLAY "Facture no " ffh_numFact " du " ffh_date
         " - compte " ffh_typeCpt ffh_idCpt " - annee " ffh_annee
       DISPLAY "Montant facture: " ffh_montant
         " - deja couvert par avoir: " WdejaAvoir
       IF WdejaAvoir >= ffh_montant
         DISPLAY "Facture deja entierement annulee par avoir"
       ELSE
         COMPUTE WresteFact = ffh_montant - WdejaAvoir
         MOVE 0 TO Wnb
         PERFORM WITH TEST AFTER UNTIL Wnb=1 OR Wnb=2
           DISPLAY "1: Avoir total (" WresteFact ")"
             " / 2: Avoir partiel"
           ACCEPT Wnb
         END-PERFORM
         IF Wnb = 1
           MOVE WresteFact TO WmtAvoir
         ELSE
           MOVE 0 TO WmtAvoir
           PERFORM WITH TEST AFTER UNTIL WmtAvoir > 0
               AND WmtAvoir <= WresteFact
             DISPLAY "Montant de l'avoir (1 a " WresteFact ")"
             ACCEPT WmtAvoir
           END-PERFORM
         END-IF
         MOVE SPACES TO WmotifAvoir
         PERFORM WITH TEST AFTER UNTIL WmotifAvoir NOT = SPACES
           DISPLAY "Motif de l'avoir ?"
           ACCEPT WmotifAvoir
         END-PERFORM
         MOVE 0 TO Wconfirme
         PERFORM WITH TEST AFTER UNTIL Wconfirme=1 OR Wconfirme=2
           DISPLAY "Emettre un avoir de " WmtAvoir
             " sur la facture " ffh_numFact " ? (1:oui/2:non)"
           ACCEPT Wconfirme
         END-PERFORM
         IF Wconfirme = 1
           MOVE "AVOI" TO WtypeRun
           PERFORM OUVRIR_RUN_CONTROL
           ADD 1 TO frc_numFact
           MOVE frc_numFact TO WnumAvoir
           PERFORM CLORE_RUN_CONTROL
           MOVE 'A' TO WnatAvoir
           PERFORM AVOIR_ENREGISTRER
           IF WavOk = 1
             PERFORM AVOIR_EDITER
             DISPLAY "Avoir no " WnumAvoir " emis, edite dans le"
               " fichier " WNomHisto
           END-IF
         END-IF
       END-IF
       CLOSE favoir.

       AVOIR_CUMUL_FACTURE.
     **Cumule dans WdejaAvoir les avoirs deja emis (toutes natures)
     **sur la facture courante ffh_numFact, et dans WdejaRegul ceux
     **qui l'annulent (natures R et D, hors avoirs commerciaux A).
     **favoir doit etre ouvert.
       MOVE 0 TO WdejaAvoir
       MOVE 0 TO WdejaRegul
       MOVE ffh_numFact TO fav_numFact
       START favoir KEY IS = fav_numFact
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin4
           PERFORM WITH TEST AFTER UNTIL Wfin4 = 1
             READ favoir NEXT
               AT END
                 MOVE 1 TO Wfin4
               NOT AT END
                 IF fav_numFact = ffh_numFact
                   ADD fav_montant TO WdejaAvoir
                   IF fav_nature NOT = 'A'
                     ADD fav_montant TO WdejaRegul
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin4
                 END-IF
             END-READ
           END-PERFORM
       END-START.

       AVOIR_ENREGISTRER.
     **Ecrit dans avoir.dat l'avoir WnumAvoir de montant WmtAvoir,
     **de nature WnatAvoir ('A' avoir commercial ou correction,
     **'R' regularisation d'une facture refaite) et de motif
     **WmotifAvoir, sur la facture courante de ffacthist, et le
     **journalise. WavOk vaut 1 si l'avoir a ete enregistre, 0 si
     **son numero existait deja.
       MOVE WnumAvoir TO fav_numAvoir
       MOVE ffh_numFact TO fav_numFact
       MOVE ffh_typeCpt TO fav_typeCpt
       MOVE ffh_idCpt TO fav_idCpt
       MOVE ffh_annee TO fav_annee
       MOVE FUNCTION CURRENT-DATE(1:8) TO fav_date
       MOVE WmtAvoir TO fav_montant
       MOVE WnatAvoir TO fav_nature
       MOVE WmotifAvoir TO fav_motif
       MOVE 0 TO WavOk
       WRITE Tavoir
         INVALID KEY
           DISPLAY "Avoir " WnumAvoir " deja present"
         NOT INVALID KEY
           MOVE 1 TO WavOk
           MOVE SPACES TO WjrnId
           STRING "AVO" DELIMITED BY SIZE
               WnumAvoir DELIMITED BY SIZE
               "/FAC" DELIMITED BY SIZE
               ffh_numFact DELIMITED BY SIZE
               INTO WjrnId
           MOVE "AVOIR" TO WjrnChamp
           MOVE ffh_montant TO WjrnAvant
           MOVE WmtAvoir TO WjrnApres
           PERFORM JOURNALISER
       END-WRITE.

       AVOIR_EDITER.
     **Edite le document d'avoir avoir_NNNNNN.txt pour l'avoir qui
     **vient d'etre enregistre, adresse au payeur de la facture
     **d'origine (famille ou eleve).
       MOVE SPACES TO WNomHisto
       STRING "avoir_" DELIMITED BY SIZE
           WnumAvoir DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WNomHisto
       OPEN OUTPUT fhisto
       MOVE "============================================" TO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       STRING "AVOIR no " WnumAvoir " du " fav_date INTO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       STRING "Sur la facture no " ffh_numFact " du " ffh_date
         " (annee scolaire " ffh_annee ")" INTO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       IF ffh_typeCpt = 'F'
         OPEN INPUT ffamille
         MOVE ffh_idCpt TO ffa_idFa
         READ ffamille KEY IS ffa_idFa
           INVALID KEY
             MOVE SPACES TO ffa_nom
             MOVE SPACES TO ffa_prenom
             MOVE SPACES TO ffa_adresse
             MOVE SPACES TO ffa_email
         END-READ
         CLOSE ffamille
         STRING "A: Famille " ffh_idCpt " - " ffa_nom " "
           ffa_prenom INTO Thisto
         WRITE Thisto
         MOVE SPACES TO Thisto
         STRING "Adresse: " DELIMITED BY SIZE
             FUNCTION TRIM(ffa_adresse) DELIMITED BY SIZE
             " - " DELIMITED BY SIZE
             ffa_email DELIMITED BY SPACE
             INTO Thisto
         WRITE Thisto
       ELSE
         OPEN INPUT feleve
         MOVE ffh_idCpt TO fel_idEl
         READ feleve KEY IS fel_idEl
           INVALID KEY
             MOVE SPACES TO fel_nom
             MOVE SPACES TO fel_prenom
             MOVE SPACES TO fel_adresse
             MOVE SPACES TO fel_email
         END-READ
         CLOSE feleve
         STRING "A: Eleve " ffh_idCpt " - " fel_nom " "
           fel_prenom INTO Thisto
         WRITE Thisto
         MOVE SPACES TO Thisto
         STRING "Adresse: " DELIMITED BY SIZE
             FUNCTION TRIM(fel_adresse) DELIMITED BY SIZE
             " - " DELIMITED BY SIZE
             fel_email DELIMITED BY SPACE
             INTO Thisto
         WRITE Thisto
       END-IF
       MOVE SPACES TO Thisto
       STRING "Motif: " fav_motif INTO Thisto
       WRITE Thisto
       MOVE "--------------------------------------------" TO Thisto
       WRITE Thisto
       MOVE ffh_montant TO WmontantEdit
       MOVE SPACES TO Thisto
       STRING "Montant de la facture d'origine:   " WmontantEdit
         INTO Thisto
       WRITE Thisto
       MOVE WdejaAvoir TO WmontantEdit
       MOVE SPACES TO Thisto
       STRING "Avoirs anterieurs sur la facture:  " WmontantEdit
         INTO Thisto
       WRITE Thisto
       MOVE WmtAvoir TO WmontantEdit
       MOVE SPACES TO Thisto
       STRING "Montant du present avoir:          " WmontantEdit
         INTO Thisto
       WRITE Thisto
       COMPUTE WresteFact = ffh_montant - WdejaAvoir - WmtAvoir
       MOVE WresteFact TO WmontantEdit
       MOVE SPACES TO Thisto
       STRING "Reste de la facture apres avoir:   " WmontantEdit
         INTO Thisto
       WRITE Thisto
       CLOSE fhisto.

       CALCUL_AVOIR_COMPTE.
     **Total des avoirs commerciaux (nature 'A') emis pour l'annee
     **WAnnee sur le compte WavTypeCpt/WavIdCpt, renvoye dans
     **WtotAvoir. Les avoirs de regularisation (nature 'R') ne
     **viennent pas en deduction: ils annulent une facture refaite,
     **alors que les soldes sont recalcules d'apres les heures.
     **favoir doit deja etre ouvert.
       MOVE 0 TO WtotAvoir
       MOVE WavTypeCpt TO fav_typeCpt
       MOVE WavIdCpt TO fav_idCpt
       START favoir KEY IS = fav_compte
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin4
           PERFORM WITH TEST AFTER UNTIL Wfin4 = 1
             READ favoir NEXT
               AT END
                 MOVE 1 TO Wfin4
               NOT AT END
                 IF fav_typeCpt = WavTypeCpt
                   AND fav_idCpt = WavIdCpt
                   IF fav_annee = WAnnee AND fav_nature = 'A'
                     ADD fav_montant TO WtotAvoir
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin4
                 END-IF
             END-READ
           END-PERFORM
       END-START.

       MENU_BANQUE.
       DISPLAY " xxxx  MENU BANQUE  xxxx "
       DISPLAY"________________________________________________________"
       DISPLAY"|Selectionnez un chiffre en fonction de l'action voulue|"
       DISPLAY"|                                                      |"
       DISPLAY"| 0-Revenir au menu des reglements                     |"
       DISPLAY"| 1-Importer le releve bancaire (releve_banque.csv)    |"
       DISPLAY"| 2-Afficher les lignes de releve en suspens           |"
       DISPLAY"| 3-Affecter une ligne en suspens a un eleve           |"
       DISPLAY"| 4-Editer les attestations fiscales annuelles         |"
       DISPLAY"|______________________________________________________|"
       ACCEPT Wnb
       EVALUATE Wnb
         WHEN 0 PERFORM MENU_REGLEMENT
         WHEN 1 PERFORM BANQUE_IMPORTER_RELEVE
         WHEN 2 PERFORM BANQUE_AFFICHER_SUSPENS
         WHEN 3 PERFORM BANQUE_AFFECTER_SUSPENS
         WHEN 4 PERFORM ATTESTATIONS_FISCALES
         WHEN OTHER
          DISPLAY "!!!!!!!!!!!!!!!!!!!!!"
          DISPLAY "Entree non valide"
          DISPLAY "!!!!!!!!!!!!!!!!!!!!!"
       END-EVALUATE
       PERFORM MENU_BANQUE.

       OUVRIR_SUSPENS_MAJ.
     **Ouvre suspens.dat en mise a jour, en le creant vierge au
     **premier passage.
       OPEN I-O fsuspens
       IF fsp_stat = 35
         OPEN OUTPUT fsuspens
         CLOSE fsuspens
         OPEN I-O fsuspens
       END-IF.

       BANQUE_IMPORTER_RELEVE.
     **Import du releve bancaire releve_banque.csv (une operation
     **par ligne: date,montant,libelle; separateur ';' accepte avec
     **virgule decimale, dates AAAAMMJJ, JJ/MM/AAAA ou AAAA-MM-JJ).
     **Un premier passage calcule la signature du releve (periode,
     **nombre de lignes, totaux credit et debit): un releve deja
     **present dans releve.dat est refuse, pour qu'aucun
     **encaissement ne soit jamais importe deux fois. Chaque credit
     **est ensuite rapproche d'un compte ouvert: numero de facture
     **de facthist.dat cite dans le libelle, ou a defaut nom de
     **famille (ou d'eleve) cite dans le libelle avec une echeance
     **ouverte de meme montant dans echeancier.dat. Un credit
     **rapproche devient un reglement de reglement.dat (rattache a
     **son echeance); un credit non reconnu ou ambigu part en
     **suspens (suspens.dat) pour affectation manuelle. Le detail
     **et le rapprochement final (total du releve, poste, en
     **suspens) sont ecrits dans rapprochement.txt.
       OPEN INPUT fbanque
       IF fbq_stat = 35
         DISPLAY "Fichier releve_banque.csv introuvable"
       ELSE
         PERFORM BANQUE_SIGNATURE
         CLOSE fbanque
         OPEN I-O freleve
         IF frb_stat = 35
           OPEN OUTPUT freleve
           CLOSE freleve
           OPEN I-O freleve
         END-IF
         MOVE WbqTotCredit TO frb_totCredit
         MOVE WbqTotDebit TO frb_totDebit
         MOVE WbqDateDeb TO frb_dateDeb
         MOVE WbqDateFin TO frb_dateFin
         MOVE WbqNbLignes TO frb_nbLignes
         MOVE 0 TO WbqCtlEtat
         READ freleve KEY IS frb_cle
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE frb_etat TO WbqCtlEtat
         END-READ
         IF WbqNbLignes = 0
           DISPLAY "Releve vide: aucune operation lisible"
           CLOSE freleve
         ELSE
           IF WbqCtlEtat > 0
             DISPLAY "Releve du " WbqDateDeb " au " WbqDateFin
               " (" WbqNbLignes " lignes) deja importe le "
               frb_dateImport ": import refuse"
             IF WbqCtlEtat = 1
               DISPLAY "ATTENTION: cet import s'etait interrompu,"
                 " controler rapprochement.txt et le journal"
             END-IF
             CLOSE freleve
           ELSE
             PERFORM BANQUE_INTEGRER_RELEVE
           END-IF
         END-IF
       END-IF.

       BANQUE_SIGNATURE.
     **Premier passage sur le releve: nombre de lignes lisibles,
     **totaux credit et debit, premiere et derniere date.
       MOVE 0 TO WbqNbLignes
       MOVE 0 TO WbqTotCredit
       MOVE 0 TO WbqTotDebit
       MOVE 0 TO WbqDateDeb
       MOVE 0 TO WbqDateFin
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fbanque
           AT END
             MOVE 1 TO Wfin
           NOT AT END
             PERFORM BANQUE_DECOUPER_LIGNE
             IF WbqLigneOk = 1
               ADD 1 TO WbqNbLignes
               IF WbqMontant > 0
                 ADD WbqMontant TO WbqTotCredit
               ELSE
                 SUBTRACT WbqMontant FROM WbqTotDebit
               END-IF
               IF WbqDateDeb = 0 OR WbqDateNum < WbqDateDeb
                 MOVE WbqDateNum TO WbqDateDeb
               END-IF
               IF WbqDateNum > WbqDateFin
                 MOVE WbqDateNum TO WbqDateFin
               END-IF
             END-IF
         END-READ
       END-PERFORM.

       BANQUE_DECOUPER_LIGNE.
     **Decoupe la ligne courante du releve en date (WbqDateNum),
     **montant signe (WbqMontant) et libelle (WbqLib, en majuscules
     **dans WbqLibMaj). WbqLigneOk=0 pour une ligne d'en-tete ou
     **illisible (date invalide ou montant nul).
       MOVE 0 TO WbqLigneOk
       MOVE SPACES TO WbqDate
       MOVE SPACES TO WbqMtTxt
       MOVE SPACES TO WbqLib
       MOVE 0 TO WbqNbSep
       INSPECT Tbanque TALLYING WbqNbSep FOR ALL ";"
       IF WbqNbSep > 0
         MOVE ";" TO WbqSep
       ELSE
         MOVE "," TO WbqSep
       END-IF
       MOVE 1 TO WbqPos
       UNSTRING Tbanque DELIMITED BY WbqSep
           INTO WbqDate WbqMtTxt
           WITH POINTER WbqPos
       IF WbqPos <= 200
         MOVE Tbanque(WbqPos:) TO WbqLib
       END-IF
       INSPECT WbqDate REPLACING ALL '"' BY SPACE
       INSPECT WbqMtTxt REPLACING ALL '"' BY SPACE
       INSPECT WbqLib REPLACING ALL '"' BY SPACE
       IF WbqSep = ";"
         INSPECT WbqMtTxt REPLACING ALL "," BY "."
       END-IF
       MOVE FUNCTION TRIM(WbqDate) TO WbqDate
       MOVE FUNCTION TRIM(WbqLib) TO WbqLib
       MOVE FUNCTION UPPER-CASE(WbqLib) TO WbqLibMaj
       MOVE SPACES TO WbqDateTxt
       IF WbqDate(3:1) = "/"
         STRING WbqDate(7:4) WbqDate(4:2) WbqDate(1:2)
           DELIMITED BY SIZE INTO WbqDateTxt
       ELSE
         IF WbqDate(5:1) = "-"
           STRING WbqDate(1:4) WbqDate(6:2) WbqDate(9:2)
             DELIMITED BY SIZE INTO WbqDateTxt
         ELSE
           MOVE WbqDate(1:8) TO WbqDateTxt
         END-IF
       END-IF
       IF WbqDateTxt IS NUMERIC
         MOVE WbqDateTxt TO WbqDateNum
         IF WbqDateNum >= 20000101 AND WbqDateNum <= 20991231
           COMPUTE WbqMontant = FUNCTION NUMVAL(WbqMtTxt)
           IF WbqMontant NOT = 0
             MOVE 1 TO WbqLigneOk
           END-IF
         END-IF
       END-IF.

       BANQUE_INTEGRER_RELEVE.
     **Second passage: le releve est d'abord inscrit dans
     **releve.dat (etat 1: en cours) pour qu'un import interrompu ne
     **puisse pas etre relance sur les memes lignes, puis chaque
     **ligne est rapprochee, postee ou mise en suspens; releve.dat
     **recoit enfin les totaux (etat 2: termine). La numerotation
     **des lignes en suspens est tenue dans le pilotage BANK de
     **runctl.dat. freleve est ouvert par l'appelant.
       MOVE 1 TO frb_etat
       MOVE FUNCTION CURRENT-DATE(1:8) TO frb_dateImport
       MOVE 0 TO frb_nbPoste
       MOVE 0 TO frb_mtPoste
       MOVE 0 TO frb_nbSuspens
       MOVE 0 TO frb_mtSuspens
       WRITE Treleve END-WRITE
       MOVE "BANK" TO WtypeRun
       PERFORM OUVRIR_RUN_CONTROL
       ADD 1 TO frc_numRun
       MOVE 1 TO frc_etat
       MOVE FUNCTION CURRENT-DATE(1:8) TO frc_dateDeb
       REWRITE Truncontrol END-REWRITE
       MOVE 0 TO WbqNbPoste
       MOVE 0 TO WbqNbSusp
       MOVE 0 TO WbqNbDebit
       MOVE 0 TO WbqNbIgnore
       MOVE 0 TO WbqTotPoste
       MOVE 0 TO WbqTotSusp
       OPEN INPUT fbanque
       OPEN INPUT feleve
       OPEN INPUT ffamille
       OPEN INPUT ffacthist
       IF ffh_stat = 35
         OPEN OUTPUT ffacthist
         CLOSE ffacthist
         OPEN INPUT ffacthist
       END-IF
       OPEN I-O freglement
       IF frg_stat = 35
         OPEN OUTPUT freglement
         CLOSE freglement
         OPEN I-O freglement
       END-IF
       PERFORM OUVRIR_ECHEANCE_MAJ
       PERFORM OUVRIR_SUSPENS_MAJ
       OPEN OUTPUT frappro
       MOVE "RAPPROCHEMENT DU RELEVE BANCAIRE" TO Trappro
       WRITE Trappro
       MOVE SPACES TO Trappro
       STRING "Releve du " WbqDateDeb " au " WbqDateFin " - "
         WbqNbLignes " operation(s) - importe le " frb_dateImport
         INTO Trappro
       WRITE Trappro
       MOVE "--------------------------------------------" TO Trappro
       WRITE Trappro
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fbanque
           AT END
             MOVE 1 TO Wfin
           NOT AT END
             PERFORM BANQUE_DECOUPER_LIGNE
             IF WbqLigneOk = 1
               PERFORM BANQUE_TRAITER_LIGNE
             ELSE
               IF Tbanque NOT = SPACES
                 ADD 1 TO WbqNbIgnore
               END-IF
             END-IF
         END-READ
       END-PERFORM
       PERFORM BANQUE_ECRIRE_TOTAUX
       CLOSE frappro
       CLOSE fsuspens
       CLOSE fecheance
       CLOSE freglement
       CLOSE ffacthist
       CLOSE ffamille
       CLOSE feleve
       CLOSE fbanque
       PERFORM CLORE_RUN_CONTROL
       MOVE 2 TO frb_etat
       MOVE WbqNbPoste TO frb_nbPoste
       MOVE WbqTotPoste TO frb_mtPoste
       MOVE WbqNbSusp TO frb_nbSuspens
       MOVE WbqTotSusp TO frb_mtSuspens
       REWRITE Treleve END-REWRITE
       CLOSE freleve
       MOVE SPACES TO WjrnId
       STRING "RELEVE" DELIMITED BY SIZE
           WbqDateFin DELIMITED BY SIZE
           INTO WjrnId
       MOVE "IMPORT-BANQUE" TO WjrnChamp
       MOVE WbqNbPoste TO WjrnAvant
       MOVE WbqNbSusp TO WjrnApres
       PERFORM JOURNALISER
       DISPLAY "Import termine: " WbqNbPoste " reglement(s) poste(s),"
         " " WbqNbSusp " ligne(s) en suspens"
       DISPLAY "Rapprochement ecrit dans le fichier rapprochement.txt".

       BANQUE_TRAITER_LIGNE.
     **Rapproche la ligne courante du releve: les debits ne sont
     **pas des encaissements et sont seulement comptes; un credit
     **est poste en reglement s'il designe un seul compte, sinon
     **il part en suspens avec son motif.
       MOVE WbqMontant TO WbqMtEdit
       IF WbqMontant < 0
         ADD 1 TO WbqNbDebit
         MOVE SPACES TO Trappro
         STRING WbqDateNum " " WbqMtEdit " " WbqLib(1:40)
           " -> debit, hors encaissements" INTO Trappro
         WRITE Trappro
       ELSE
         MOVE SPACES TO WbqMotif
         MOVE 0 TO WbqNbCpt
         MOVE 0 TO WbqNumEch
         MOVE WbqMontant TO WbqEntier
         IF WbqEntier NOT = WbqMontant
           MOVE "montant avec centimes" TO WbqMotif
         END-IF
         IF WbqMotif = SPACES AND WbqEntier > 99999
           MOVE "montant hors limite" TO WbqMotif
         END-IF
         IF WbqMotif = SPACES
           PERFORM BANQUE_CHERCHER_FACTURE
           IF WbqNbCpt = 0
             PERFORM BANQUE_CHERCHER_NOM
           END-IF
           EVALUATE WbqNbCpt
             WHEN 0
               MOVE "aucun compte reconnu" TO WbqMotif
             WHEN 1
               MOVE WBQ-Type(1) TO WbqTypeCpt
               MOVE WBQ-Id(1) TO WbqIdCpt
               MOVE WBQ-Annee(1) TO WbqAnnee
               MOVE WBQ-Fact(1) TO WbqNumFact
               PERFORM BANQUE_CHERCHER_ECHEANCE
               IF WbqNumFact = 0 AND WbqNumEch = 0
                 MOVE "montant sans echeance ouverte" TO WbqMotif
               END-IF
             WHEN OTHER
               MOVE "ambigu: plusieurs comptes" TO WbqMotif
           END-EVALUATE
         END-IF
         IF WbqMotif = SPACES
           PERFORM BANQUE_CHERCHER_PAYEUR
           IF WbqIdEl = 0
             MOVE "compte sans eleve" TO WbqMotif
           END-IF
         END-IF
         IF WbqMotif = SPACES
           PERFORM BANQUE_POSTER_REGLEMENT
         ELSE
           PERFORM BANQUE_METTRE_SUSPENS
         END-IF
       END-IF.

       BANQUE_CHERCHER_FACTURE.
     **Cherche dans le libelle les nombres de 6 chiffres isoles qui
     **sont des numeros de facture de facthist.dat; chaque compte
     **distinct ainsi designe est retenu dans WTabBqCompte.
       PERFORM VARYING WbqPos FROM 1 BY 1 UNTIL WbqPos > 55
         IF WbqLibMaj(WbqPos:6) IS NUMERIC
           MOVE 1 TO WbqLigneOk
           IF WbqPos > 1
             IF WbqLibMaj(WbqPos - 1:1) IS NUMERIC
               MOVE 0 TO WbqLigneOk
             END-IF
           END-IF
           IF WbqPos < 55
             IF WbqLibMaj(WbqPos + 6:1) IS NUMERIC
               MOVE 0 TO WbqLigneOk
             END-IF
           END-IF
           IF WbqLigneOk = 1
             MOVE WbqLibMaj(WbqPos:6) TO ffh_numFact
             READ ffacthist KEY IS ffh_numFact
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE ffh_typeCpt TO WbqTypeCpt
                 MOVE ffh_idCpt TO WbqIdCpt
                 MOVE ffh_annee TO WbqAnnee
                 MOVE ffh_numFact TO WbqNumFact
                 PERFORM BANQUE_NOTER_COMPTE
             END-READ
           END-IF
         END-IF
       END-PERFORM
       MOVE 1 TO WbqLigneOk.

       BANQUE_CHERCHER_NOM.
     **A defaut de numero de facture, cherche dans le libelle le
     **nom des familles puis celui des eleves (un eleve rattache a
     **une famille designe le compte de sa famille). Les noms de
     **moins de 3 lettres ne sont pas retenus.
       MOVE 0 TO WbqAnnee
       MOVE 0 TO WbqNumFact
       MOVE 0 TO ffa_idFa
       START ffamille KEY IS > ffa_idFa
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin3
           PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
             READ ffamille NEXT
               AT END
                 MOVE 1 TO Wfin3
               NOT AT END
                 MOVE ffa_nom TO WbqNom
                 PERFORM BANQUE_NOM_DANS_LIBELLE
                 IF WbqTally > 0
                   MOVE 'F' TO WbqTypeCpt
                   MOVE ffa_idFa TO WbqIdCpt
                   PERFORM BANQUE_NOTER_COMPTE
                 END-IF
             END-READ
           END-PERFORM
       END-START
       MOVE 0 TO fel_idEl
       START feleve KEY IS > fel_idEl
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin3
           PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
             READ feleve NEXT
               AT END
                 MOVE 1 TO Wfin3
               NOT AT END
                 MOVE fel_nom TO WbqNom
                 PERFORM BANQUE_NOM_DANS_LIBELLE
                 IF WbqTally > 0
                   MOVE 'E' TO WbqTypeCpt
                   MOVE fel_idEl TO WbqIdCpt
                   IF fel_idFa > 0
                     MOVE fel_idFa TO ffa_idFa
                     READ ffamille KEY IS ffa_idFa
                       INVALID KEY
                         CONTINUE
                       NOT INVALID KEY
                         MOVE 'F' TO WbqTypeCpt
                         MOVE fel_idFa TO WbqIdCpt
                     END-READ
                   END-IF
                   PERFORM BANQUE_NOTER_COMPTE
                 END-IF
             END-READ
           END-PERFORM
       END-START.

       BANQUE_NOM_DANS_LIBELLE.
     **WbqTally recoit le nombre d'occurrences du nom WbqNom (en
     **majuscules, 3 lettres au moins) dans le libelle WbqLibMaj,
     **comme mot entier seulement: comme pour les numeros de
     **facture, le caractere qui precede et celui qui suit doivent
     **etre un blanc, un separateur ou le bord du libelle (MARTIN ne
     **designe pas MARTINEZ).
       MOVE 0 TO WbqTally
       MOVE FUNCTION UPPER-CASE(WbqNom) TO WbqNom
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WbqNom)) TO WbqLgNom
       IF WbqNom NOT = SPACES AND WbqLgNom >= 3
         COMPUTE WbqDerPos = 61 - WbqLgNom
         PERFORM VARYING WbqPosNom FROM 1 BY 1
           UNTIL WbqPosNom > WbqDerPos
           IF WbqLibMaj(WbqPosNom:WbqLgNom) = WbqNom(1:WbqLgNom)
             MOVE 1 TO WbqLigneOk
             IF WbqPosNom > 1
               MOVE WbqLibMaj(WbqPosNom - 1:1) TO WbqCar
               PERFORM BANQUE_CARACTERE_MOT
               IF WbqMotOk = 1
                 MOVE 0 TO WbqLigneOk
               END-IF
             END-IF
             IF WbqPosNom < WbqDerPos
               MOVE WbqLibMaj(WbqPosNom + WbqLgNom:1) TO WbqCar
               PERFORM BANQUE_CARACTERE_MOT
               IF WbqMotOk = 1
                 MOVE 0 TO WbqLigneOk
               END-IF
             END-IF
             IF WbqLigneOk = 1
               ADD 1 TO WbqTally
             END-IF
           END-IF
         END-PERFORM
         MOVE 1 TO WbqLigneOk
       END-IF.

       BANQUE_CARACTERE_MOT.
     **WbqMotOk = 1 si le caractere WbqCar est une lettre ou un
     **chiffre, donc prolonge le mot au lieu de le borner.
       MOVE 0 TO WbqMotOk
       IF (WbqCar IS ALPHABETIC AND WbqCar NOT = SPACE)
         OR WbqCar IS NUMERIC
         MOVE 1 TO WbqMotOk
       END-IF.

       BANQUE_NOTER_COMPTE.
     **Retient le compte WbqTypeCpt/WbqIdCpt (avec l'annee et la
     **facture citees) dans WTabBqCompte s'il n'y est pas deja.
       MOVE 0 TO WbqDejaVu
       PERFORM VARYING WbqIx FROM 1 BY 1 UNTIL WbqIx > WbqNbCpt
         IF WBQ-Type(WbqIx) = WbqTypeCpt
           AND WBQ-Id(WbqIx) = WbqIdCpt
           MOVE 1 TO WbqDejaVu
         END-IF
       END-PERFORM
       IF WbqDejaVu = 0 AND WbqNbCpt < 5
         ADD 1 TO WbqNbCpt
         MOVE WbqTypeCpt TO WBQ-Type(WbqNbCpt)
         MOVE WbqIdCpt TO WBQ-Id(WbqNbCpt)
         MOVE WbqAnnee TO WBQ-Annee(WbqNbCpt)
         MOVE WbqNumFact TO WBQ-Fact(WbqNbCpt)
       END-IF.

       BANQUE_CHERCHER_ECHEANCE.
     **Cherche la premiere echeance ouverte du compte retenu dont le
     **montant est celui du credit (sur l'annee de la facture citee
     **s'il y en a une); WbqNumEch=0 si aucune, sinon WbqAnnee
     **prend l'annee de l'echeance.
       MOVE 0 TO WbqNumEch
       MOVE WbqTypeCpt TO fec_typeCpt
       MOVE WbqIdCpt TO fec_idCpt
       MOVE 0 TO fec_annee
       MOVE 0 TO fec_numEch
       START fecheance KEY IS > fec_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin3
           PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
             READ fecheance NEXT
               AT END
                 MOVE 1 TO Wfin3
               NOT AT END
                 IF fec_typeCpt = WbqTypeCpt
                   AND fec_idCpt = WbqIdCpt
                   IF fec_numReg = 0 AND fec_montant = WbqEntier
                     AND (WbqNumFact = 0 OR fec_annee = WbqAnnee)
                     MOVE fec_annee TO WbqAnnee
                     MOVE fec_numEch TO WbqNumEch
                     MOVE 1 TO Wfin3
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin3
                 END-IF
             END-READ
           END-PERFORM
       END-START.

       BANQUE_CHERCHER_PAYEUR.
     **Determine l'eleve sous lequel le reglement est enregistre:
     **l'eleve lui-meme pour un compte eleve, le premier enfant
     **rattache (plus petit id) pour un compte famille; WbqIdEl=0
     **si aucun.
       MOVE 0 TO WbqIdEl
       IF WbqTypeCpt = 'E'
         MOVE WbqIdCpt TO fel_idEl
         READ feleve KEY IS fel_idEl
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE fel_idEl TO WbqIdEl
         END-READ
       ELSE
         MOVE 0 TO fel_idEl
         START feleve KEY IS > fel_idEl
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 0 TO Wfin3
             PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
               READ feleve NEXT
                 AT END
                   MOVE 1 TO Wfin3
                 NOT AT END
                   IF fel_idFa = WbqIdCpt
                     MOVE fel_idEl TO WbqIdEl
                     MOVE 1 TO Wfin3
                   END-IF
               END-READ
             END-PERFORM
         END-START
       END-IF.

       REGLEMENT_NUMERO_SUIVANT.
     **Renvoie dans WnumReg le prochain numero de reglement de
     **l'eleve Wid pour l'annee WAnnee (freglement ouvert).
       MOVE 0 TO WnumReg
       MOVE Wid TO frg_idEl
       START freglement KEY IS = frg_idEl
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin3
           PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
             READ freglement NEXT
               AT END
                 MOVE 1 TO Wfin3
               NOT AT END
                 IF frg_idEl = Wid
                   IF frg_annee = WAnnee
                     AND frg_numReg > WnumReg
                     MOVE frg_numReg TO WnumReg
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin3
                 END-IF
             END-READ
           END-PERFORM
       END-START
       ADD 1 TO WnumReg.

       BANQUE_POSTER_REGLEMENT.
     **Enregistre le credit rapproche comme reglement de l'eleve
     **WbqIdEl pour l'annee WbqAnnee (annee de la facture ou de
     **l'echeance), a la date de l'operation, et le rattache a
     **l'echeance trouvee.
       IF WbqAnnee = 0
         COMPUTE WbqAnnee = WbqDateNum / 10000
       END-IF
       MOVE "Virement" TO WbqMode
       MOVE 0 TO WbqTally
       INSPECT WbqLibMaj TALLYING WbqTally FOR ALL "CARTE"
         ALL "CB "
       IF WbqTally > 0
         MOVE "Carte" TO WbqMode
       ELSE
         INSPECT WbqLibMaj TALLYING WbqTally FOR ALL "CHQ"
           ALL "CHEQUE"
         IF WbqTally > 0
           MOVE "Cheque" TO WbqMode
         END-IF
       END-IF
       MOVE WbqIdEl TO Wid
       MOVE WbqAnnee TO WAnnee
       PERFORM REGLEMENT_NUMERO_SUIVANT
       MOVE WbqIdEl TO frg_idEl
       MOVE WbqAnnee TO frg_annee
       MOVE WnumReg TO frg_numReg
       MOVE WbqDateNum TO frg_date
       MOVE WbqEntier TO frg_montant
       MOVE WbqMode TO frg_mode
       WRITE Treglement
         INVALID KEY
           MOVE "reglement deja present" TO WbqMotif
         NOT INVALID KEY
           MOVE SPACES TO WjrnId
           STRING frg_idEl DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               frg_annee DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               frg_numReg DELIMITED BY SIZE
               INTO WjrnId
           MOVE "REGLEMENT" TO WjrnChamp
           MOVE "releve" TO WjrnAvant
           MOVE frg_montant TO WjrnApres
           PERFORM JOURNALISER
       END-WRITE
       IF WbqMotif NOT = SPACES
         PERFORM BANQUE_METTRE_SUSPENS
       ELSE
         IF WbqNumEch > 0
           MOVE WbqTypeCpt TO fec_typeCpt
           MOVE WbqIdCpt TO fec_idCpt
           MOVE WbqAnnee TO fec_annee
           MOVE WbqNumEch TO fec_numEch
           READ fecheance KEY IS fec_cle
             INVALID KEY
               MOVE 0 TO WbqNumEch
             NOT INVALID KEY
               MOVE WbqIdEl TO fec_regIdEl
               MOVE WnumReg TO fec_numReg
               REWRITE Techeance END-REWRITE
           END-READ
         END-IF
         ADD 1 TO WbqNbPoste
         ADD WbqMontant TO WbqTotPoste
         MOVE SPACES TO Trappro
         STRING WbqDateNum " " WbqMtEdit " " WbqLib(1:40)
           " -> " WbqTypeCpt WbqIdCpt " reglement " WbqIdEl "/"
           WbqAnnee "/" WnumReg " ech " WbqNumEch INTO Trappro
         WRITE Trappro
       END-IF.

       BANQUE_METTRE_SUSPENS.
     **Met le credit courant en suspens dans suspens.dat sous le
     **prochain numero du pilotage BANK, avec son motif.
       ADD 1 TO frc_numFact
       MOVE frc_numFact TO fsp_num
       MOVE WbqDateNum TO fsp_date
       MOVE WbqMontant TO fsp_montant
       MOVE WbqLib TO fsp_libelle
       MOVE WbqMotif TO fsp_motif
       MOVE 0 TO fsp_etat
       MOVE FUNCTION CURRENT-DATE(1:8) TO fsp_dateImport
       MOVE 0 TO fsp_idEl
       MOVE 0 TO fsp_annee
       MOVE 0 TO fsp_numReg
       WRITE Tsuspens
         INVALID KEY
           REWRITE Tsuspens END-REWRITE
       END-WRITE
       REWRITE Truncontrol END-REWRITE
       ADD 1 TO WbqNbSusp
       ADD WbqMontant TO WbqTotSusp
       MOVE SPACES TO Trappro
       STRING WbqDateNum " " WbqMtEdit " " WbqLib(1:40)
         " -> SUSPENS " fsp_num ": " WbqMotif INTO Trappro
       WRITE Trappro.

       BANQUE_ECRIRE_TOTAUX.
     **Rapprochement de fin d'import: total des credits du releve
     **contre total poste et total en suspens (l'ecart doit etre
     **nul), avec le total des debits pour memoire.
       COMPUTE WbqEcart = WbqTotCredit - WbqTotPoste - WbqTotSusp
       MOVE "--------------------------------------------" TO Trappro
       WRITE Trappro
       MOVE WbqTotCredit TO WbqTotEdit
       MOVE SPACES TO Trappro
       STRING "Total des credits du releve : " WbqTotEdit
         INTO Trappro
       WRITE Trappro
       MOVE WbqTotPoste TO WbqTotEdit
       MOVE SPACES TO Trappro
       STRING "Poste en reglements         : " WbqTotEdit " ("
         WbqNbPoste " ligne(s))" INTO Trappro
       WRITE Trappro
       MOVE WbqTotSusp TO WbqTotEdit
       MOVE SPACES TO Trappro
       STRING "Mis en suspens              : " WbqTotEdit " ("
         WbqNbSusp " ligne(s))" INTO Trappro
       WRITE Trappro
       MOVE WbqEcart TO WbqTotEdit
       MOVE SPACES TO Trappro
       STRING "Ecart de rapprochement      : " WbqTotEdit
         INTO Trappro
       WRITE Trappro
       MOVE WbqTotDebit TO WbqTotEdit
       MOVE SPACES TO Trappro
       STRING "Debits (hors encaissements) : " WbqTotEdit " ("
         WbqNbDebit " ligne(s))" INTO Trappro
       WRITE Trappro
       IF WbqNbIgnore > 0
         MOVE SPACES TO Trappro
         STRING "Lignes illisibles ignorees  : " WbqNbIgnore
           INTO Trappro
         WRITE Trappro
       END-IF.

       BANQUE_AFFICHER_SUSPENS.
     **Liste les lignes de releve encore en suspens.
       PERFORM OUVRIR_SUSPENS_MAJ
       MOVE 0 TO WbqNbSusp
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fsuspens NEXT
           AT END
             MOVE 1 TO Wfin
           NOT AT END
             IF fsp_etat = 0
               ADD 1 TO WbqNbSusp
               MOVE fsp_montant TO WbqMtEdit
               DISPLAY "******************************"
               DISPLAY "Suspens no " fsp_num " du " fsp_date
                 " montant " WbqMtEdit
               DISPLAY "Libelle: " fsp_libelle
               DISPLAY "Motif: " fsp_motif
             END-IF
         END-READ
       END-PERFORM
       CLOSE fsuspens
       DISPLAY WbqNbSusp " ligne(s) en suspens".

       BANQUE_AFFECTER_SUSPENS.
     **Affectation manuelle d'une ligne en suspens: le credit est
     **enregistre comme reglement de l'eleve choisi (montant entier
     **en euros), la ligne est marquee affectee avec la reference
     **du reglement, et le reglement peut etre rattache a une
     **echeance comme a la saisie.
       PERFORM OUVRIR_SUSPENS_MAJ
       DISPLAY "Numero de la ligne en suspens ?"
       ACCEPT fsp_num
       READ fsuspens KEY IS fsp_num
         INVALID KEY
           DISPLAY "Ligne en suspens inconnue"
           CLOSE fsuspens
         NOT INVALID KEY
           IF fsp_etat NOT = 0
             DISPLAY "Ligne deja affectee au reglement " fsp_idEl
               "/" fsp_annee "/" fsp_numReg
             CLOSE fsuspens
           ELSE
             PERFORM BANQUE_AFFECTER_LIGNE
           END-IF
       END-READ.

       BANQUE_AFFECTER_LIGNE.
     **Affecte la ligne courante de fsuspens (ouvert en I-O) a un
     **eleve saisi, puis referme fsuspens.
       MOVE fsp_montant TO WbqMtEdit
       DISPLAY "Ligne " fsp_num " du " fsp_date " montant " WbqMtEdit
       DISPLAY "Libelle: " fsp_libelle
       MOVE fsp_montant TO WbqEntier
       IF WbqEntier NOT = fsp_montant
         DISPLAY "Les centimes ne sont pas reportes sur le reglement"
       END-IF
       PERFORM DEMANDE_AFFICHAGE_ELEVE
       OPEN INPUT feleve
       DISPLAY "Id de l'eleve a qui affecter ce credit ?"
       ACCEPT Wid
       MOVE Wid TO fel_idEl
       READ feleve
         INVALID KEY
           DISPLAY 'Auncun id correspondant'
           CLOSE fsuspens
         NOT INVALID KEY
           PERFORM DEMANDE_ANNEE
           OPEN I-O freglement
           PERFORM REGLEMENT_NUMERO_SUIVANT
           MOVE Wid TO frg_idEl
           MOVE WAnnee TO frg_annee
           MOVE WnumReg TO frg_numReg
           MOVE fsp_date TO frg_date
           MOVE WbqEntier TO frg_montant
           MOVE "Virement" TO frg_mode
           WRITE Treglement
             INVALID KEY
               DISPLAY 'Ajout impossible'
               CLOSE freglement
               CLOSE fsuspens
             NOT INVALID KEY
               CLOSE freglement
               MOVE 1 TO fsp_etat
               MOVE Wid TO fsp_idEl
               MOVE WAnnee TO fsp_annee
               MOVE WnumReg TO fsp_numReg
               REWRITE Tsuspens END-REWRITE
               CLOSE fsuspens
               DISPLAY 'Reglement enregistre sous le numero ' WnumReg
               MOVE SPACES TO WjrnId
               STRING frg_idEl DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   frg_annee DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   frg_numReg DELIMITED BY SIZE
                   INTO WjrnId
               MOVE "REGLEMENT" TO WjrnChamp
               MOVE "suspens" TO WjrnAvant
               MOVE frg_montant TO WjrnApres
               PERFORM JOURNALISER
               PERFORM RATTACHER_REGLEMENT_ECHEANCE
           END-WRITE
       END-READ
       CLOSE feleve.

       ATTESTATIONS_FISCALES.
     **Edite pour une annee civile (et non l'annee scolaire de
     **fr_annee) une attestation fiscale par payeur au titre des
     **services a la personne: la famille de famille.dat, ou l'eleve
     **lui-meme s'il n'est rattache a aucune famille existante.
     **L'attestation porte les sommes effectivement recues dans
     **reglement.dat au cours de l'annee civile (date frg_date), les
     **heures d'intervention de l'annee et les enseignants qui les
     **ont donnees. Une semaine de l'annee scolaire AAAA tombe dans
     **l'annee civile AAAA a partir de la semaine 36 (rentree), dans
     **l'annee civile AAAA+1 avant; une seance pointee dans
     **session.dat compte pour ses heures reellement donnees. Les
     **attestations vont dans attestations_AAAA.txt; la liste de
     **controle attest_controle_AAAA.txt rapproche leur total de
     **celui de tous les reglements de l'annee du fichier, l'ecart
     **devant etre nul (les reglements d'eleves inconnus y sont
     **detailles). Les remboursements verses au depart d'un eleve
     **(depart.dat, solde 'R' date dans l'annee civile) viennent en
     **deduction des sommes recues de son payeur.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WatDate
       IF WlotAuto = 1
         MOVE WlotAnnee TO WatAnnee
       ELSE
         COMPUTE WAnneeDefaut = WatDate / 10000 - 1
         MOVE 0 TO WatAnnee
         PERFORM WITH TEST AFTER UNTIL WatAnnee>=2000
           AND WatAnnee<=2099
           DISPLAY "Annee civile des attestations (AAAA, 0 pour "
             WAnneeDefaut ")"
           ACCEPT WatAnnee
           IF WatAnnee = 0
             MOVE WAnneeDefaut TO WatAnnee
           END-IF
         END-PERFORM
       END-IF
       MOVE SPACES TO WNomAttest
       STRING "attestations_" WatAnnee ".txt" DELIMITED BY SIZE
         INTO WNomAttest
       MOVE SPACES TO WNomAttCtl
       STRING "attest_controle_" WatAnnee ".txt" DELIMITED BY SIZE
         INTO WNomAttCtl
       MOVE 0 TO WatNbAtt
       MOVE 0 TO WatTotRecu
       MOVE 0 TO WatTotHeures
       OPEN INPUT feleve
       OPEN INPUT ffamille
       OPEN INPUT fenseignant
       OPEN INPUT freglement
       OPEN INPUT freserv
       PERFORM OUVRIR_DEPART_LECTURE
       MOVE 0 TO WatRembNonImp
       MOVE 1 TO WatSession
       OPEN INPUT fsession
       IF fs_stat = 35
         MOVE 0 TO WatSession
       END-IF
       OPEN OUTPUT fattest
       OPEN OUTPUT fattctl
       MOVE SPACES TO Tattctl
       STRING "CONTROLE DES ATTESTATIONS FISCALES - ANNEE CIVILE "
         WatAnnee INTO Tattctl
       WRITE Tattctl
       MOVE SPACES TO Tattctl
       STRING "Editee le " WatDate INTO Tattctl
       WRITE Tattctl
       MOVE "--------------------------------------------" TO Tattctl
       WRITE Tattctl
       MOVE "Attestation  Payeur  Nom                  Recu    Heures"
         TO Tattctl
       WRITE Tattctl
       MOVE 0 TO fel_idEl
       START feleve KEY IS > fel_idEl
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
             READ feleve NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 MOVE 0 TO WfamTrouve
                 IF fel_idFa > 0
                   MOVE fel_idFa TO ffa_idFa
                   READ ffamille KEY IS ffa_idFa
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE 1 TO WfamTrouve
                   END-READ
                 END-IF
                 IF WfamTrouve = 0
                   PERFORM ATTF_PAYEUR_ELEVE
                 END-IF
             END-READ
           END-PERFORM
       END-START
       MOVE 0 TO ffa_idFa
       START ffamille KEY IS > ffa_idFa
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
             READ ffamille NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 PERFORM ATTF_PAYEUR_FAMILLE
             END-READ
           END-PERFORM
       END-START
       PERFORM ATTF_CONTROLE_REGLEMENTS
       CLOSE fattctl
       CLOSE fattest
       IF WatSession = 1
         CLOSE fsession
       END-IF
       CLOSE fdepart
       CLOSE freserv
       CLOSE freglement
       CLOSE fenseignant
       CLOSE ffamille
       CLOSE feleve
       DISPLAY WatNbAtt " attestation(s) ecrite(s) dans " WNomAttest
       DISPLAY "Liste de controle dans " WNomAttCtl
       IF WatEcart NOT = 0
         DISPLAY "ATTENTION: ecart de " WatEcartEdit
           " avec le fichier des reglements"
       END-IF.

       ATTF_PAYEUR_ELEVE.
     **Payeur eleve (sans famille): cumule ses reglements et ses
     **heures de l'annee civile et edite son attestation s'il a
     **regle quelque chose.
       MOVE 'E' TO WatType
       MOVE fel_idEl TO WatId
       MOVE fel_nom TO WatNom
       MOVE fel_prenom TO WatPrenom
       MOVE fel_adresse TO WatAdresse
       MOVE 0 TO WatRecu
       MOVE 0 TO WatNbReg
       MOVE 0 TO WatHeures
       MOVE 0 TO WatNbEns
       MOVE 0 TO WatRemb
       PERFORM ATTF_CUMUL_ELEVE
       PERFORM ATTF_IMPUTER_REMB
       IF WatRecu > 0
         PERFORM ATTF_EDITER
       END-IF.

       ATTF_PAYEUR_FAMILLE.
     **Payeur famille: cumule les reglements et les heures de
     **l'annee civile de tous les enfants rattaches et edite une
     **seule attestation au nom de la famille.
       MOVE 'F' TO WatType
       MOVE ffa_idFa TO WatId
       MOVE ffa_nom TO WatNom
       MOVE ffa_prenom TO WatPrenom
       MOVE ffa_adresse TO WatAdresse
       MOVE 0 TO WatRecu
       MOVE 0 TO WatNbReg
       MOVE 0 TO WatHeures
       MOVE 0 TO WatNbEns
       MOVE 0 TO WatRemb
       MOVE 0 TO fel_idEl
       START feleve KEY IS > fel_idEl
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin3
           PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
             READ feleve NEXT
               AT END
                 MOVE 1 TO Wfin3
               NOT AT END
                 IF fel_idFa = ffa_idFa
                   PERFORM ATTF_CUMUL_ELEVE
                 END-IF
             END-READ
           END-PERFORM
       END-START
       PERFORM ATTF_IMPUTER_REMB
       IF WatRecu > 0
         PERFORM ATTF_EDITER
       END-IF.

       ATTF_CUMUL_ELEVE.
     **Ajoute au payeur courant les reglements recus de l'eleve
     **courant de feleve pendant l'annee civile WatAnnee, le
     **remboursement verse a son depart dans cette annee, et ses
     **heures de cours de cette annee civile ventilees par
     **enseignant dans WTabAttEns.
       MOVE fel_idEl TO frg_idEl
       START freglement KEY IS = frg_idEl
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin2
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
             READ freglement NEXT
               AT END
                 MOVE 1 TO Wfin2
               NOT AT END
                 IF frg_idEl = fel_idEl
                   COMPUTE WatCivile = frg_date / 10000
                   IF WatCivile = WatAnnee
                     ADD frg_montant TO WatRecu
                     ADD 1 TO WatNbReg
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin2
                 END-IF
             END-READ
           END-PERFORM
       END-START
       MOVE fel_idEl TO fdp_idEl
       READ fdepart KEY IS fdp_idEl
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           COMPUTE WatCivile = fdp_date / 10000
           IF fdp_sens = 'R' AND WatCivile = WatAnnee
             ADD fdp_solde TO WatRemb
           END-IF
       END-READ
       MOVE fel_idEl TO fr_idEl
       START freserv KEY IS = fr_idEl
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin2
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
             READ freserv NEXT
               AT END
                 MOVE 1 TO Wfin2
               NOT AT END
                 IF fr_idEl = fel_idEl
                   IF fr_numSem >= 36
                     MOVE fr_annee TO WatCivile
                   ELSE
                     COMPUTE WatCivile = fr_annee + 1
                   END-IF
                   IF WatCivile = WatAnnee
                     PERFORM ATTF_HEURES_SEANCE
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin2
                 END-IF
             END-READ
           END-PERFORM
       END-START.

       ATTF_IMPUTER_REMB.
     **Deduit des sommes recues du payeur courant les remboursements
     **de depart de l'annee. La part qui depasserait les sommes
     **recues dans l'annee (reglee une annee precedente) n'est pas
     **deduite et reste dans WatRembNonImp pour le rapprochement;
     **WatRemb garde le montant effectivement deduit.
       IF WatRemb > WatRecu
         COMPUTE WatRembNonImp = WatRembNonImp + WatRemb - WatRecu
         MOVE WatRecu TO WatRemb
       END-IF
       SUBTRACT WatRemb FROM WatRecu.

       ATTF_HEURES_SEANCE.
     **Heures de la reservation courante: heures reellement donnees
     **si la seance a ete pointee, heures reservees sinon; elles
     **sont ajoutees au payeur et a l'enseignant de la seance.
       MOVE fr_nbHeure TO WatHeure
       IF WatSession = 1
         MOVE fr_cle TO fs_cle
         READ fsession KEY IS fs_cle
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE fs_nbHReel TO WatHeure
         END-READ
       END-IF
       IF WatHeure > 0
         ADD WatHeure TO WatHeures
         MOVE 0 TO WatDejaVu
         PERFORM VARYING WatIx FROM 1 BY 1 UNTIL WatIx > WatNbEns
           IF WAE-Id(WatIx) = fr_idEn
             ADD WatHeure TO WAE-Heures(WatIx)
             MOVE 1 TO WatDejaVu
           END-IF
         END-PERFORM
         IF WatDejaVu = 0 AND WatNbEns < 20
           ADD 1 TO WatNbEns
           MOVE fr_idEn TO WAE-Id(WatNbEns)
           MOVE WatHeure TO WAE-Heures(WatNbEns)
         END-IF
       END-IF.

       ATTF_EDITER.
     **Ecrit l'attestation du payeur courant dans le fichier des
     **attestations et sa ligne dans la liste de controle.
       ADD 1 TO WatNbAtt
       ADD WatRecu TO WatTotRecu
       ADD WatHeures TO WatTotHeures
       MOVE "============================================" TO Tattest
       WRITE Tattest
       MOVE "ATTESTATION FISCALE ANNUELLE" TO Tattest
       WRITE Tattest
       MOVE "Services a la personne - soutien scolaire a domicile"
         TO Tattest
       WRITE Tattest
       MOVE SPACES TO Tattest
       STRING "Attestation no " WatAnnee "-" WatNbAtt
         " - annee civile " WatAnnee INTO Tattest
       WRITE Tattest
       MOVE SPACES TO Tattest
       WRITE Tattest
       MOVE SPACES TO Tattest
       IF WatType = 'F'
         STRING "Beneficiaire: famille " WatNom " " WatPrenom
           " (payeur F" WatId ")" INTO Tattest
       ELSE
         STRING "Beneficiaire: " WatNom " " WatPrenom
           " (payeur E" WatId ")" INTO Tattest
       END-IF
       WRITE Tattest
       MOVE SPACES TO Tattest
       STRING "Adresse: " WatAdresse INTO Tattest
       WRITE Tattest
       MOVE SPACES TO Tattest
       WRITE Tattest
       MOVE SPACES TO Tattest
       STRING "Sommes recues en " WatAnnee ": " WatRecu " euros ("
         WatNbReg " reglement(s))" INTO Tattest
       WRITE Tattest
       IF WatRemb > 0
         MOVE SPACES TO Tattest
         STRING "  apres deduction du remboursement verse au depart: "
           WatRemb " euros" INTO Tattest
         WRITE Tattest
       END-IF
       MOVE SPACES TO Tattest
       STRING "Heures d'intervention en " WatAnnee ": " WatHeures
         " h" INTO Tattest
       WRITE Tattest
       MOVE "Intervenant(s):" TO Tattest
       WRITE Tattest
       PERFORM VARYING WatIx FROM 1 BY 1 UNTIL WatIx > WatNbEns
         MOVE WAE-Id(WatIx) TO fen_idEn
         READ fenseignant KEY IS fen_idEn
           INVALID KEY
             MOVE SPACES TO fen_nom
             MOVE SPACES TO fen_prenom
             MOVE SPACES TO fen_matiere
         END-READ
         MOVE SPACES TO Tattest
         STRING "  " fen_nom " " fen_prenom " " fen_matiere " "
           WAE-Heures(WatIx) " h" INTO Tattest
         WRITE Tattest
       END-PERFORM
       MOVE SPACES TO Tattest
       WRITE Tattest
       MOVE SPACES TO Tattest
       STRING "Fait le " WatDate ", pour servir et valoir ce que de"
         " droit." INTO Tattest
       WRITE Tattest
       MOVE SPACES TO Tattctl
       STRING WatAnnee "-" WatNbAtt "   " WatType WatId "  " WatNom
         " " WatRecu "  " WatHeures INTO Tattctl
       WRITE Tattctl.

       ATTF_CONTROLE_REGLEMENTS.
     **Rapprochement de fin de passage: relit tout reglement.dat,
     **totalise les reglements dont la date tombe dans l'annee
     **civile, moins les remboursements de depart de l'annee, et les
     **compare au total des attestations. Les reglements d'un eleve
     **absent de eleve.dat ne peuvent etre attribues a aucun payeur:
     **ils sont listes un par un. Un remboursement qui n'a pu etre
     **deduit d'un payeur (eleve inconnu, ou plus que les sommes
     **recues du payeur dans l'annee) est ajoute a part.
       MOVE 0 TO WatTotLedger
       MOVE 0 TO WatNbLedger
       MOVE 0 TO WatTotOrphelin
       MOVE 0 TO WatNbOrphelin
       MOVE "--------------------------------------------" TO Tattctl
       WRITE Tattctl
       MOVE 0 TO frg_idEl
       MOVE 0 TO frg_annee
       MOVE 0 TO frg_numReg
       START freglement KEY IS > frg_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
             READ freglement NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 COMPUTE WatCivile = frg_date / 10000
                 IF WatCivile = WatAnnee
                   ADD frg_montant TO WatTotLedger
                   ADD 1 TO WatNbLedger
                   MOVE frg_idEl TO fel_idEl
                   READ feleve KEY IS fel_idEl
                     INVALID KEY
                       ADD frg_montant TO WatTotOrphelin
                       ADD 1 TO WatNbOrphelin
                       MOVE SPACES TO Tattctl
                       STRING "Reglement sans eleve: " frg_idEl "/"
                         frg_annee "/" frg_numReg " du " frg_date
                         " " frg_montant INTO Tattctl
                       WRITE Tattctl
                   END-READ
                 END-IF
             END-READ
           END-PERFORM
       END-START
       MOVE 0 TO WatTotRemb
       MOVE 0 TO WatNbRemb
       MOVE 0 TO fdp_idEl
       START fdepart KEY IS > fdp_idEl
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
             READ fdepart NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 COMPUTE WatCivile = fdp_date / 10000
                 IF fdp_sens = 'R' AND WatCivile = WatAnnee
                   ADD fdp_solde TO WatTotRemb
                   ADD 1 TO WatNbRemb
                   MOVE fdp_idEl TO fel_idEl
                   READ feleve KEY IS fel_idEl
                     INVALID KEY
                       ADD fdp_solde TO WatRembNonImp
                       MOVE SPACES TO Tattctl
                       STRING "Remboursement sans eleve: " fdp_idEl
                         " du " fdp_date " " fdp_solde INTO Tattctl
                       WRITE Tattctl
                   END-READ
                 END-IF
             END-READ
           END-PERFORM
       END-START
       COMPUTE WatEcart = WatTotLedger - WatTotRemb - WatTotRecu
         - WatTotOrphelin + WatRembNonImp
       MOVE WatEcart TO WatEcartEdit
       MOVE SPACES TO Tattctl
       STRING "Attestations editees        : " WatNbAtt
         INTO Tattctl
       WRITE Tattctl
       MOVE SPACES TO Tattctl
       STRING "Total des attestations      : " WatTotRecu
         " euros, " WatTotHeures " h" INTO Tattctl
       WRITE Tattctl
       MOVE SPACES TO Tattctl
       STRING "Reglements de l'annee       : " WatTotLedger
         " euros (" WatNbLedger " reglement(s))" INTO Tattctl
       WRITE Tattctl
       MOVE SPACES TO Tattctl
       STRING "Reglements non attribues    : " WatTotOrphelin
         " euros (" WatNbOrphelin " reglement(s))" INTO Tattctl
       WRITE Tattctl
       MOVE SPACES TO Tattctl
       STRING "Remboursements de depart    : " WatTotRemb
         " euros (" WatNbRemb " depart(s))" INTO Tattctl
       WRITE Tattctl
       MOVE SPACES TO Tattctl
       STRING "Remboursements non deduits  : " WatRembNonImp
         " euros" INTO Tattctl
       WRITE Tattctl
       MOVE SPACES TO Tattctl
       STRING "Ecart                       : " WatEcartEdit
         INTO Tattctl
       WRITE Tattctl.

       OUVRIR_FORFAIT_MAJ.
     **Ouvre forfait.dat en mise a jour, en le creant vierge au
     **premier passage.
       OPEN I-O fforfait
       IF ffo_stat = 35
         OPEN OUTPUT fforfait
         CLOSE fforfait
         OPEN I-O fforfait
       END-IF.

       OUVRIR_FORFAIT_LECTURE.
     **Ouvre forfait.dat en lecture, en le creant vierge au premier
     **passage.
       OPEN INPUT fforfait
       IF ffo_stat = 35
         OPEN OUTPUT fforfait
         CLOSE fforfait
         OPEN INPUT fforfait
       END-IF.

       FORFAIT_VENDRE.
     **Vente d'un forfait d'heures prepayees: un bloc d'heures d'une
     **matiere a prix forfaitaire (au lieu du bareme progressif de
     **CALCULER_MONTANT), au nom de l'eleve ou de sa famille, avec
     **une date d'achat et une date d'expiration. Les reservations
     **de la matiere puisent ensuite dans le forfait, et la
     **facturation des heures ne retient que les heures non
     **couvertes. Le prix du forfait fait l'objet d'une facture
     **(nature F) dans la numerotation des factures.
       PERFORM DEMANDE_AFFICHAGE_ELEVE
       OPEN INPUT feleve
       DISPLAY "Id de l'eleve beneficiaire du forfait ?"
       ACCEPT Wid
       MOVE Wid TO fel_idEl
       READ feleve
         INVALID KEY
           DISPLAY 'Auncun id correspondant'
         NOT INVALID KEY
           MOVE 'E' TO WforfTypeCpt
           MOVE fel_idEl TO WforfIdCpt
           IF fel_idFa > 0
             OPEN INPUT ffamille
             MOVE fel_idFa TO ffa_idFa
             READ ffamille KEY IS ffa_idFa
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 0 TO Wnb
                 PERFORM WITH TEST AFTER UNTIL Wnb=1 OR Wnb=2
                   DISPLAY "1: Forfait de l'eleve / 2: Forfait de la"
                     " famille " ffa_nom " (tous les enfants)"
                   ACCEPT Wnb
                 END-PERFORM
                 IF Wnb = 2
                   MOVE 'F' TO WforfTypeCpt
                   MOVE ffa_idFa TO WforfIdCpt
                 END-IF
             END-READ
             CLOSE ffamille
           END-IF
           MOVE 1 TO Wel
           PERFORM DEMANDE_MATIERE
           MOVE 0 TO Wel
           PERFORM DEMANDE_ANNEE
           MOVE 0 TO WforfHAchat
           PERFORM WITH TEST AFTER UNTIL WforfHAchat>0
               AND WforfHAchat<=200
             DISPLAY "Nombre d'heures du forfait (1-200)"
             ACCEPT WforfHAchat
           END-PERFORM
           MOVE 0 TO WforfPrix
           PERFORM WITH TEST AFTER UNTIL WforfPrix > 0
             DISPLAY "Prix du forfait (entier > 0)"
             ACCEPT WforfPrix
           END-PERFORM
           DISPLAY "Date d'achat du forfait"
           PERFORM DEMANDE_DATE
           DISPLAY "Duree de validite en jours (0 pour 365)"
           ACCEPT WforfJours
           IF WforfJours = 0
             MOVE 365 TO WforfJours
           END-IF
           COMPUTE WforfDate = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WdateReg) + WforfJours)
           DISPLAY "Forfait " WforfHAchat "h de " Wmatiere " pour "
             WforfPrix " euros, valable du " WdateReg " au "
             WforfDate
           MOVE 0 TO Wconfirme
           PERFORM WITH TEST AFTER UNTIL Wconfirme=1 OR Wconfirme=2
             DISPLAY "Confirmer la vente ? (1:oui/2:non)"
             ACCEPT Wconfirme
           END-PERFORM
           IF Wconfirme = 1
             PERFORM FORFAIT_ENREGISTRER
           END-IF
       END-READ
       CLOSE feleve.

       FORFAIT_ENREGISTRER.
     **Numerote le forfait (pilotage FORF de runctl.dat), emet sa
     **facture sous le prochain numero de facture (pilotage FACT,
     **sans toucher a l'etat d'un passage de facturation en cours),
     **ecrit le forfait et edite la facture forfait_NNNNN.txt.
       MOVE "FORF" TO WtypeRun
       PERFORM OUVRIR_RUN_CONTROL
       ADD 1 TO frc_numFact
       MOVE frc_numFact TO WforfNum
       PERFORM CLORE_RUN_CONTROL
       MOVE "FACT" TO WtypeRun
       PERFORM OUVRIR_RUN_CONTROL
       ADD 1 TO frc_numFact
       REWRITE Truncontrol END-REWRITE
       PERFORM OUVRIR_FACTHIST_MAJ
       MOVE 'F' TO WnatFact
       MOVE WforfTypeCpt TO WtypeCpt
       MOVE WforfIdCpt TO WidCpt
       MOVE WforfPrix TO WmtFact
       PERFORM FACT_HIST_ENREGISTRER
       CLOSE ffacthist
       MOVE WforfNum TO ffo_num
       MOVE WforfTypeCpt TO ffo_typeCpt
       MOVE WforfIdCpt TO ffo_idCpt
       MOVE Wmatiere TO ffo_matiere
       MOVE WforfHAchat TO ffo_hAchat
       MOVE WforfPrix TO ffo_prix
       MOVE WdateReg TO ffo_dateAchat
       MOVE WforfDate TO ffo_dateExp
       MOVE WforfHAchat TO ffo_hRestant
       MOVE WAnnee TO ffo_annee
       MOVE frc_numFact TO ffo_numFact
       CLOSE fruncontrol
       PERFORM OUVRIR_FORFAIT_MAJ
       WRITE Tforfait
         INVALID KEY
           DISPLAY 'Ajout impossible'
         NOT INVALID KEY
           DISPLAY "Forfait enregistre sous le numero " ffo_num
             ", facture " ffo_numFact
           MOVE SPACES TO WjrnId
           STRING "FORF" DELIMITED BY SIZE
               ffo_num DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               ffo_typeCpt DELIMITED BY SIZE
               ffo_idCpt DELIMITED BY SIZE
               INTO WjrnId
           MOVE "FORFAIT" TO WjrnChamp
           MOVE "absent" TO WjrnAvant
           MOVE ffo_hAchat TO WjrnApres
           PERFORM JOURNALISER
           PERFORM FORFAIT_EDITER
       END-WRITE
       CLOSE fforfait.

       FORFAIT_EDITER.
     **Edite la facture du forfait courant de fforfait dans
     **forfait_NNNNN.txt.
       MOVE SPACES TO WNomHisto
       STRING "forfait_" ffo_num ".txt" DELIMITED BY SIZE
         INTO WNomHisto
       OPEN OUTPUT fhisto
       MOVE "FACTURE DE FORFAIT D'HEURES PREPAYEES" TO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       STRING "Facture no " ffo_numFact " - forfait no " ffo_num
         " - annee scolaire " ffo_annee INTO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       IF ffo_typeCpt = 'F'
         STRING "Famille " ffa_idFa " - " ffa_nom " " ffa_prenom
           INTO Thisto
       ELSE
         STRING "Eleve " fel_idEl " - " fel_nom " " fel_prenom
           INTO Thisto
       END-IF
       WRITE Thisto
       MOVE SPACES TO Thisto
       IF ffo_typeCpt = 'F'
         STRING "A adresser a: " ffa_adresse INTO Thisto
       ELSE
         STRING "A adresser a: " fel_adresse INTO Thisto
       END-IF
       WRITE Thisto
       MOVE "--------------------------------------------" TO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       STRING "Forfait " ffo_hAchat " heures de " ffo_matiere
         INTO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       STRING "Date d'achat: " ffo_dateAchat " - valable jusqu'au "
         ffo_dateExp INTO Thisto
       WRITE Thisto
       MOVE ffo_prix TO WmontantEdit
       MOVE SPACES TO Thisto
       STRING "Montant total a payer: " WmontantEdit INTO Thisto
       WRITE Thisto
       MOVE "Les heures non consommees a l'expiration sont perdues."
         TO Thisto
       WRITE Thisto
       CLOSE fhisto
       DISPLAY "Facture du forfait ecrite dans " WNomHisto.

       FORFAIT_AFFICHER.
     **Affiche les forfaits d'un eleve et ceux de sa famille, avec
     **les heures restantes et la date d'expiration.
       PERFORM DEMANDE_AFFICHAGE_ELEVE
       OPEN INPUT feleve
       DISPLAY "Id de l'eleve ?"
       ACCEPT Wid
       MOVE Wid TO fel_idEl
       READ feleve
         INVALID KEY
           DISPLAY 'Auncun id correspondant'
         NOT INVALID KEY
           PERFORM OUVRIR_FORFAIT_LECTURE
           MOVE 'E' TO WforfTypeCpt
           MOVE fel_idEl TO WforfIdCpt
           PERFORM FORFAIT_AFFICHER_COMPTE
           IF fel_idFa > 0
             MOVE 'F' TO WforfTypeCpt
             MOVE fel_idFa TO WforfIdCpt
             PERFORM FORFAIT_AFFICHER_COMPTE
           END-IF
           CLOSE fforfait
       END-READ
       CLOSE feleve.

       FORFAIT_AFFICHER_COMPTE.
     **Affiche les forfaits du compte WforfTypeCpt/WforfIdCpt
     **(fforfait ouvert).
       MOVE WforfTypeCpt TO ffo_typeCpt
       MOVE WforfIdCpt TO ffo_idCpt
       START fforfait KEY IS = ffo_compte
         INVALID KEY
           DISPLAY "Aucun forfait pour le compte " WforfTypeCpt
             WforfIdCpt
         NOT INVALID KEY
           MOVE 0 TO Wfin4
           PERFORM WITH TEST AFTER UNTIL Wfin4 = 1
             READ fforfait NEXT
               AT END
                 MOVE 1 TO Wfin4
               NOT AT END
                 IF ffo_typeCpt = WforfTypeCpt
                   AND ffo_idCpt = WforfIdCpt
                   DISPLAY "******************************"
                   DISPLAY "Forfait " ffo_num " (" ffo_typeCpt
                     ffo_idCpt ") - " ffo_matiere
                   DISPLAY "Achete le " ffo_dateAchat " pour "
                     ffo_prix " euros, facture " ffo_numFact
                   DISPLAY "Heures: " ffo_hRestant " restantes sur "
                     ffo_hAchat " - expire le " ffo_dateExp
                 ELSE
                   MOVE 1 TO Wfin4
                 END-IF
             END-READ
           END-PERFORM
       END-START.

       FORFAIT_CHERCHER.
     **Cherche le premier forfait encore utilisable (matiere de la
     **reservation courante fr_matiere, heures restantes, achete
     **au plus tard et expirant au plus tot a la date du cours
     **WforfDate) du compte WforfTypeCpt/
     **WforfIdCpt; WforfTrouve=1 et le forfait reste dans le buffer
     **de fforfait (ouvert en mise a jour) s'il y en a un.
       MOVE WforfTypeCpt TO ffo_typeCpt
       MOVE WforfIdCpt TO ffo_idCpt
       START fforfait KEY IS = ffo_compte
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin4
           PERFORM WITH TEST AFTER UNTIL Wfin4 = 1
             READ fforfait NEXT
               AT END
                 MOVE 1 TO Wfin4
               NOT AT END
                 IF ffo_typeCpt = WforfTypeCpt
                   AND ffo_idCpt = WforfIdCpt
                   IF ffo_matiere = fr_matiere
                     AND ffo_hRestant > 0
                     AND ffo_dateAchat <= WforfDate
                     AND ffo_dateExp >= WforfDate
                     MOVE 1 TO WforfTrouve
                     MOVE 1 TO Wfin4
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin4
                 END-IF
             END-READ
           END-PERFORM
       END-START.

       FORFAIT_IMPUTER.
     **Impute jusqu'a WforfDemande heures de la reservation courante
     **de freserv sur un forfait: celui deja rattache a la
     **reservation s'il est encore utilisable, sinon (aucun forfait
     **rattache, ou forfait rattache epuise ou hors validite) le
     **premier forfait de l'eleve (fel_idEl) puis de sa famille
     **(fel_idFa) dans la matiere de la reservation. La validite
     **s'apprecie a la date du cours (annee, semaine et jour de la
     **reservation, date du jour si le jour n'est pas connu), qui
     **doit tomber entre l'achat et l'expiration du forfait.
     **fr_hForfait/fr_numForf
     **sont mis a jour dans le buffer (a reecrire par l'appelant) et
     **WforfPris recoit les heures effectivement imputees.
       MOVE 0 TO WforfPris
       MOVE 0 TO WforfTrouve
       IF WforfDemande > 0
         MOVE fr_annee TO WnoAnnee
         MOVE fr_numSem TO WnoSem
         MOVE fr_jour TO WnoJour
         PERFORM NOTIF_DATE_COURS
         IF WnoDate > 0
           MOVE WnoDate TO WforfDate
         ELSE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WforfDate
         END-IF
         PERFORM OUVRIR_FORFAIT_MAJ
         IF fr_numForf > 0
           MOVE fr_numForf TO ffo_num
           READ fforfait KEY IS ffo_num
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF ffo_hRestant > 0 AND ffo_dateAchat <= WforfDate
                 AND ffo_dateExp >= WforfDate
                 MOVE 1 TO WforfTrouve
               END-IF
           END-READ
         END-IF
         IF WforfTrouve = 0
           MOVE 'E' TO WforfTypeCpt
           MOVE fel_idEl TO WforfIdCpt
           PERFORM FORFAIT_CHERCHER
           IF WforfTrouve = 0 AND fel_idFa > 0
             MOVE 'F' TO WforfTypeCpt
             MOVE fel_idFa TO WforfIdCpt
             PERFORM FORFAIT_CHERCHER
           END-IF
         END-IF
         IF WforfTrouve = 1
           IF ffo_hRestant >= WforfDemande
             MOVE WforfDemande TO WforfPris
           ELSE
             MOVE ffo_hRestant TO WforfPris
           END-IF
           MOVE ffo_hRestant TO WjrnAvant
           SUBTRACT WforfPris FROM ffo_hRestant
           REWRITE Tforfait END-REWRITE
           ADD WforfPris TO fr_hForfait
           MOVE ffo_num TO fr_numForf
           MOVE SPACES TO WjrnId
           STRING "FORF" DELIMITED BY SIZE
               ffo_num DELIMITED BY SIZE
               INTO WjrnId
           MOVE "FORFAIT-HEURES" TO WjrnChamp
           MOVE ffo_hRestant TO WjrnApres
           PERFORM JOURNALISER
           DISPLAY WforfPris " h imputee(s) sur le forfait " ffo_num
             " (reste " ffo_hRestant " h)"
         END-IF
         CLOSE fforfait
       END-IF.

       FORFAIT_IMPUTER_RESERV.
     **Apres ecriture ou prolongation de la reservation courante
     **(freserv ouvert en mise a jour), impute ses WforfDemande
     **nouvelles heures sur un forfait et reecrit la reservation.
       PERFORM FORFAIT_IMPUTER
       IF WforfPris > 0
         REWRITE Treserv END-REWRITE
       END-IF.

       FORFAIT_RESTITUER.
     **Rend WforfRendu heures au forfait fr_numForf (annulation ou
     **seance finalement non donnee), sans depasser les heures
     **achetees.
       IF fr_numForf > 0 AND WforfRendu > 0
         PERFORM OUVRIR_FORFAIT_MAJ
         MOVE fr_numForf TO ffo_num
         READ fforfait KEY IS ffo_num
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE ffo_hRestant TO WjrnAvant
             ADD WforfRendu TO ffo_hRestant
             IF ffo_hRestant > ffo_hAchat
               MOVE ffo_hAchat TO ffo_hRestant
             END-IF
             REWRITE Tforfait END-REWRITE
             MOVE SPACES TO WjrnId
             STRING "FORF" DELIMITED BY SIZE
                 ffo_num DELIMITED BY SIZE
                 INTO WjrnId
             MOVE "FORFAIT-HEURES" TO WjrnChamp
             MOVE ffo_hRestant TO WjrnApres
             PERFORM JOURNALISER
             DISPLAY WforfRendu " h rendue(s) au forfait " ffo_num
         END-READ
         CLOSE fforfait
       END-IF.

       FORFAIT_ANNULER_RESERV.
     **Avant suppression de la reservation courante de freserv,
     **rend a son forfait les heures qui lui etaient imputees.
       IF fr_hForfait > 0
         MOVE fr_hForfait TO WforfRendu
         PERFORM FORFAIT_RESTITUER
       END-IF.

       FORFAIT_AJUSTER_SEANCE.
     **Apres le pointage de la seance courante de fsession, aligne
     **les heures imputees au forfait sur les heures reellement
     **donnees: les heures non donnees (annulation, seance
     **partielle) sont rendues au forfait, les heures donnees et pas
     **encore couvertes sont prises sur un forfait s'il y en a un.
       OPEN I-O freserv
       MOVE fs_idEl TO fr_idEl
       MOVE fs_idEn TO fr_idEn
       MOVE fs_annee TO fr_annee
       MOVE fs_numSem TO fr_numSem
       READ freserv KEY IS fr_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WhReel
           IF fs_etat = 1
             MOVE fr_nbHeure TO WhReel
           END-IF
           IF fs_etat = 4
             MOVE fs_nbHReel TO WhReel
           END-IF
           IF fr_hForfait > WhReel
             COMPUTE WforfRendu = fr_hForfait - WhReel
             PERFORM FORFAIT_RESTITUER
             MOVE WhReel TO fr_hForfait
             REWRITE Treserv END-REWRITE
           ELSE
             IF fr_hForfait < WhReel
               COMPUTE WforfDemande = WhReel - fr_hForfait
               OPEN INPUT feleve
               MOVE fr_idEl TO fel_idEl
               READ feleve KEY IS fel_idEl
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   PERFORM FORFAIT_IMPUTER_RESERV
               END-READ
               CLOSE feleve
             END-IF
           END-IF
       END-READ
       CLOSE freserv.

       FORFAIT_DEDUIRE_HEURES.
     **Retire des heures WhReel de la reservation courante celles
     **couvertes par un forfait (fr_hForfait), qui ne sont pas
     **facturees au bareme; les heures couvertes sont cumulees
     **dans WhCouvert.
       IF fr_hForfait >= WhReel
         ADD WhReel TO WhCouvert
         MOVE 0 TO WhReel
       ELSE
         ADD fr_hForfait TO WhCouvert
         SUBTRACT fr_hForfait FROM WhReel
       END-IF.

       FORFAIT_RECETTE_RESERV.
     **Recette des heures de la reservation courante couvertes par
     **un forfait, au prorata du prix du forfait (WforfRecette).
       MOVE 0 TO WforfRecette
       IF fr_hForfait > 0 AND fr_numForf > 0
         PERFORM OUVRIR_FORFAIT_LECTURE
         MOVE fr_numForf TO ffo_num
         READ fforfait KEY IS ffo_num
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             IF ffo_hAchat > 0
               COMPUTE WforfRecette =
                 ffo_prix * fr_hForfait / ffo_hAchat
             END-IF
         END-READ
         CLOSE fforfait
       END-IF.

       CALCUL_FORFAIT_COMPTE.
     **Total des forfaits vendus au compte WavTypeCpt/WavIdCpt pour
     **l'annee scolaire WAnnee, renvoye dans WtotForfait: ils
     **s'ajoutent au facture du compte dans les soldes.
       MOVE 0 TO WtotForfait
       PERFORM OUVRIR_FORFAIT_LECTURE
       MOVE WavTypeCpt TO ffo_typeCpt
       MOVE WavIdCpt TO ffo_idCpt
       START fforfait KEY IS = ffo_compte
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin4
           PERFORM WITH TEST AFTER UNTIL Wfin4 = 1
             READ fforfait NEXT
               AT END
                 MOVE 1 TO Wfin4
               NOT AT END
                 IF ffo_typeCpt = WavTypeCpt
                   AND ffo_idCpt = WavIdCpt
                   IF ffo_annee = WAnnee
                     ADD ffo_prix TO WtotForfait
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin4
                 END-IF
             END-READ
           END-PERFORM
       END-START
       CLOSE fforfait.

       FORFAIT_RAPPORT.
     **Rapport des forfaits dans forfaits.txt: d'une part les
     **forfaits encore actifs proches de l'epuisement (20% des
     **heures ou 2 heures au plus) ou de l'expiration (30 jours),
     **pour proposer un renouvellement; d'autre part les forfaits
     **expires avec des heures non consommees, valorisees au
     **prorata du prix pour la comptabilite.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WdateJour
       MOVE 0 TO WforfNbAlerte
       MOVE 0 TO WforfNbExpire
       MOVE 0 TO WforfHExpire
       MOVE 0 TO WforfMtExpire
       PERFORM OUVRIR_FORFAIT_LECTURE
       OPEN OUTPUT fforfrpt
       MOVE "RAPPORT DES FORFAITS D'HEURES" TO Tforfrpt
       WRITE Tforfrpt
       MOVE SPACES TO Tforfrpt
       STRING "Edite le " WdateJour INTO Tforfrpt
       WRITE Tforfrpt
       MOVE "--------------------------------------------" TO Tforfrpt
       WRITE Tforfrpt
       MOVE "A RENOUVELER (epuisement ou expiration proche)"
         TO Tforfrpt
       WRITE Tforfrpt
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fforfait NEXT
           AT END
             MOVE 1 TO Wfin
           NOT AT END
             IF ffo_dateExp >= WdateJour AND ffo_hRestant > 0
               COMPUTE WforfJours = FUNCTION INTEGER-OF-DATE(
                 ffo_dateExp) - FUNCTION INTEGER-OF-DATE(WdateJour)
               IF ffo_hRestant * 5 <= ffo_hAchat
                 OR ffo_hRestant <= 2 OR WforfJours <= 30
                 ADD 1 TO WforfNbAlerte
                 MOVE SPACES TO Tforfrpt
                 STRING "Forfait " ffo_num " " ffo_typeCpt ffo_idCpt
                   " " ffo_matiere " reste " ffo_hRestant "/"
                   ffo_hAchat "h expire le " ffo_dateExp
                   INTO Tforfrpt
                 WRITE Tforfrpt
               END-IF
             END-IF
         END-READ
       END-PERFORM
       MOVE SPACES TO Tforfrpt
       STRING "Forfaits a renouveler: " WforfNbAlerte INTO Tforfrpt
       WRITE Tforfrpt
       MOVE "--------------------------------------------" TO Tforfrpt
       WRITE Tforfrpt
       MOVE "EXPIRES AVEC HEURES NON CONSOMMEES" TO Tforfrpt
       WRITE Tforfrpt
       CLOSE fforfait
       PERFORM OUVRIR_FORFAIT_LECTURE
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fforfait NEXT
           AT END
             MOVE 1 TO Wfin
           NOT AT END
             IF ffo_dateExp < WdateJour AND ffo_hRestant > 0
               ADD 1 TO WforfNbExpire
               ADD ffo_hRestant TO WforfHExpire
               COMPUTE WforfValeur =
                 ffo_prix * ffo_hRestant / ffo_hAchat
               ADD WforfValeur TO WforfMtExpire
               MOVE SPACES TO Tforfrpt
               STRING "Forfait " ffo_num " " ffo_typeCpt ffo_idCpt
                 " " ffo_matiere " expire le " ffo_dateExp " : "
                 ffo_hRestant "h perdues, valeur " WforfValeur
                 INTO Tforfrpt
               WRITE Tforfrpt
             END-IF
         END-READ
       END-PERFORM
       MOVE SPACES TO Tforfrpt
       STRING "Forfaits expires: " WforfNbExpire " - heures non "
         "consommees: " WforfHExpire " - valeur: " WforfMtExpire
         INTO Tforfrpt
       WRITE Tforfrpt
       CLOSE fforfait
       CLOSE fforfrpt
       DISPLAY "Forfaits a renouveler: " WforfNbAlerte
         " - expires avec heures perdues: " WforfNbExpire
       DISPLAY "Rapport ecrit dans le fichier forfaits.txt".

       OUVRIR_DEPART_MAJ.
     **Ouvre depart.dat en mise a jour, en le creant vierge au
     **premier passage.
       OPEN I-O fdepart
       IF fdp_stat = 35
         OPEN OUTPUT fdepart
         CLOSE fdepart
         OPEN I-O fdepart
       END-IF.

       OUVRIR_DEPART_LECTURE.
     **Ouvre depart.dat en lecture, en le creant vierge au premier
     **passage.
       OPEN INPUT fdepart
       IF fdp_stat = 35
         OPEN OUTPUT fdepart
         CLOSE fdepart
         OPEN INPUT fdepart
       END-IF.

       DEPART_VERIFIER.
     **WdpParti = 1 si l'eleve WdpIdCtl a quitte l'ecole au cours de
     **l'annee scolaire WAnnee en payeur individuel: son compte de
     **l'annee est solde par le decompte de depart et reste hors des
     **passages de facturation (ni refacture, ni annule par avoir).
     **Un enfant dont la famille paie (fdp_idFa renseigne) reste
     **dans les passages: ses cours restants et la remise fratrie
     **continuent de figurer sur la facture de sa famille.
       MOVE 0 TO WdpParti
       PERFORM OUVRIR_DEPART_LECTURE
       MOVE WdpIdCtl TO fdp_idEl
       READ fdepart KEY IS fdp_idEl
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF fdp_annee = WAnnee AND fdp_idFa = 0
             MOVE 1 TO WdpParti
           END-IF
       END-READ
       CLOSE fdepart.

       DEPART_HISTORIQUE_ELEVE.
     **WdpHisto = 1 si l'eleve Wid a des reservations ou des
     **reglements: sa fiche porte alors un historique (attestation
     **fiscale, archive) et ne peut plus etre supprimee, seulement
     **rendue indisponible ou sortie par un depart.
       MOVE 0 TO WdpHisto
       OPEN INPUT freserv
       MOVE Wid TO fr_idEl
       START freserv KEY IS = fr_idEl
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 1 TO WdpHisto
       END-START
       CLOSE freserv
       OPEN INPUT freglement
       MOVE Wid TO frg_idEl
       START freglement KEY IS = frg_idEl
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 1 TO WdpHisto
       END-START
       CLOSE freglement.

       DEPART_ELEVE.
     **Depart definitif de l'eleve Wid en cours d'annee: annule ses
     **cours posterieurs a sa derniere semaine (heures de forfait
     **rendues) et propose les creneaux liberes a la liste
     **d'attente, retire ses demandes en attente, etablit le
     **decompte final des heures donnees contre les sommes payees
     **(facture de solde ou releve de remboursement), clot son
     **echeancier et ses relances de l'annee, et le marque parti
     **(fel_dispo = 2) sans effacer sa fiche, qui reste lisible
     **pour l'attestation fiscale et l'archive. Le decompte est
     **conserve dans depart.dat et edite dans depart_NNNN.txt.
       MOVE 0 TO Wconfirme
       OPEN INPUT feleve
       MOVE Wid TO fel_idEl
       READ feleve KEY IS fel_idEl
         INVALID KEY
           DISPLAY 'Auncun identifiant correspondant'
         NOT INVALID KEY
           IF fel_dispo = 2
             DISPLAY "Le depart de cet eleve est deja enregistre"
           ELSE
             DISPLAY "Depart de l'eleve " fel_idEl " " fel_prenom " "
               fel_nom
             PERFORM DEMANDE_ANNEE
             MOVE WAnnee TO WdpAnnee
             MOVE 0 TO WdpSem
             PERFORM WITH TEST AFTER UNTIL WdpSem>0 AND WdpSem<=52
               DISPLAY "Derniere semaine de cours de l'eleve (1-52)"
               ACCEPT WdpSem
             END-PERFORM
             DISPLAY "Date du depart"
             PERFORM DEMANDE_DATE
             MOVE WdateReg TO WdpDate
             PERFORM WITH TEST AFTER UNTIL Wconfirme=1 OR Wconfirme=2
               DISPLAY "Annuler les cours apres la semaine " WdpSem
                 " et solder le compte " WdpAnnee " ? (1:oui/2:non)"
               ACCEPT Wconfirme
             END-PERFORM
           END-IF
       END-READ
       CLOSE feleve
       IF Wconfirme = 1
         PERFORM DEPART_ANNULER_RESERV
         PERFORM DEPART_SORTIR_ATTENTE
         PERFORM DEPART_MARQUER_ELEVE
         IF WdpNbAnnul > 0
           PERFORM VERIFIER_ATTENTE
         END-IF
         MOVE WdpAnnee TO WAnnee
         PERFORM DEPART_DECOMPTE
         PERFORM DEPART_CLORE_ECHEANCIER
         PERFORM DEPART_CLORE_RELANCE
         PERFORM DEPART_ENREGISTRER
         PERFORM DEPART_EDITER
       END-IF.

       DEPART_ANNULER_RESERV.
     **Supprime les reservations de l'eleve Wid posterieures a sa
     **derniere semaine de cours WdpSem de l'annee scolaire WAnnee
     **(semaines 36 a 52 puis 1 a 35), en rendant a leur forfait
     **les heures qui y etaient imputees.
       MOVE 0 TO WdpNbAnnul
       MOVE 0 TO WdpHAnnul
       IF WdpSem >= 36
         COMPUTE WdpCleDep = WAnnee * 100 + WdpSem - 35
       ELSE
         COMPUTE WdpCleDep = WAnnee * 100 + WdpSem + 17
       END-IF
       OPEN I-O freserv
       MOVE Wid TO fr_idEl
       START freserv KEY IS = fr_idEl
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin2
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
             READ freserv NEXT
               AT END
                 MOVE 1 TO Wfin2
               NOT AT END
                 IF fr_idEl = Wid
                   IF fr_numSem >= 36
                     COMPUTE WdpCleRes = fr_annee * 100 + fr_numSem
                       - 35
                   ELSE
                     COMPUTE WdpCleRes = fr_annee * 100 + fr_numSem
                       + 17
                   END-IF
                   IF WdpCleRes > WdpCleDep
                     MOVE SPACES TO WjrnId
                     STRING fr_idEl DELIMITED BY SIZE
                         "/" DELIMITED BY SIZE
                         fr_idEn DELIMITED BY SIZE
                         "/" DELIMITED BY SIZE
                         fr_annee DELIMITED BY SIZE
                         "/" DELIMITED BY SIZE
                         fr_numSem DELIMITED BY SIZE
                         INTO WjrnId
                     MOVE "RESERVATION" TO WjrnChamp
                     MOVE "present" TO WjrnAvant
                     MOVE "depart eleve" TO WjrnApres
                     PERFORM JOURNALISER
                     PERFORM FORFAIT_ANNULER_RESERV
                     PERFORM GROUPE_RETIRER_MEMBRE
                     ADD 1 TO WdpNbAnnul
                     ADD fr_nbHeure TO WdpHAnnul
                     DELETE freserv RECORD
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin2
                 END-IF
             END-READ
           END-PERFORM
       END-START
       CLOSE freserv
       DISPLAY WdpNbAnnul " reservation(s) annulee(s), " WdpHAnnul
         " heure(s) liberee(s)".

       DEPART_SORTIR_ATTENTE.
     **Retire de la liste d'attente les demandes de l'eleve Wid.
       MOVE 0 TO WdpNbAtt
       OPEN I-O fattente
       MOVE 0 TO Wfin2
       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
         READ fattente NEXT
           AT END
             MOVE 1 TO Wfin2
           NOT AT END
             IF fat_idEl = Wid
               MOVE fat_num TO WjrnId
               MOVE "ATTENTE" TO WjrnChamp
               MOVE "deposee" TO WjrnAvant
               MOVE "depart eleve" TO WjrnApres
               PERFORM JOURNALISER
               DELETE fattente RECORD
               ADD 1 TO WdpNbAtt
             END-IF
         END-READ
       END-PERFORM
       CLOSE fattente.

       DEPART_MARQUER_ELEVE.
     **Marque l'eleve Wid parti (fel_dispo = 2): il n'est plus
     **propose a la reservation mais sa fiche est conservee.
       OPEN I-O feleve
       MOVE Wid TO fel_idEl
       READ feleve KEY IS fel_idEl
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE fel_idEl TO WjrnId
           MOVE "ELEVE-DISPO" TO WjrnChamp
           MOVE fel_dispo TO WjrnAvant
           MOVE "2" TO WjrnApres
           PERFORM JOURNALISER
           MOVE 2 TO fel_dispo
           REWRITE Televe END-REWRITE
       END-READ
       CLOSE feleve.

       DEPART_DECOMPTE.
     **Decompte final du compte de l'eleve Wid pour l'annee WAnnee:
     **valeur au bareme des heures donnees non couvertes par
     **forfait, plus les forfaits de l'annee, moins le remboursement
     **des heures de forfait non consommees et les avoirs deja
     **accordes, contre les reglements recus. Le solde est a payer
     **(sens F), a rembourser (sens R) ou nul (sens S). Quand une
     **famille paie pour l'eleve, le decompte est etabli au niveau
     **du payeur, comme la balance: heures de tous les enfants,
     **remise fratrie, forfaits, avoirs et reglements du foyer.
       OPEN INPUT feleve
       MOVE Wid TO fel_idEl
       READ feleve KEY IS fel_idEl END-READ
       PERFORM DEPART_VALEUR_HEURES
       PERFORM DEPART_PAYEUR
       MOVE 'E' TO WavTypeCpt
       MOVE Wid TO WavIdCpt
       PERFORM CALCUL_FORFAIT_COMPTE
       MOVE WtotForfait TO WdpForfait
       PERFORM OUVRIR_AVOIR_MAJ
       PERFORM CALCUL_AVOIR_COMPTE
       MOVE WtotAvoir TO WdpAvoir
       OPEN INPUT freglement
       PERFORM CALCUL_REGLE_ANNEE
       MOVE WtotRegle TO WdpRegle
       IF WdpIdFa > 0
         PERFORM DEPART_COMPTE_FAMILLE
       END-IF
       CLOSE freglement
       MOVE 0 TO WdpNbAvoir
       MOVE 0 TO WdpPremAvoir
       MOVE 0 TO WdpAFacturer
       PERFORM OUVRIR_FACTHIST_MAJ
       PERFORM DEPART_REMB_FORFAITS
       IF WdpIdFa = 0
         PERFORM DEPART_REGULARISER
       ELSE
         PERFORM DEPART_REGULARISER_FAMILLE
       END-IF
       CLOSE ffacthist
       CLOSE favoir
       CLOSE feleve
       IF WdpIdFa = 0
         COMPUTE WdpDu = WdpValeur + WdpForfait - WdpRembForf
           - WdpAvoir
       ELSE
         COMPUTE WdpDu = WdpValFam + WdpForfait - WdpRembForf
           - WdpAvoir
       END-IF
       COMPUTE WdpSolde = WdpDu - WdpRegle
       IF WdpSolde > 0
         MOVE 'F' TO WdpSens
       ELSE
         IF WdpSolde < 0
           MOVE 'R' TO WdpSens
         ELSE
           MOVE 'S' TO WdpSens
         END-IF
       END-IF.

       DEPART_PAYEUR.
     **Payeur du compte de l'eleve courant de feleve: sa famille
     **(WdpIdFa) si elle existe dans famille.dat, sinon l'eleve
     **lui-meme (WdpIdFa a 0).
       MOVE 0 TO WdpIdFa
       IF fel_idFa > 0
         OPEN INPUT ffamille
         MOVE fel_idFa TO ffa_idFa
         READ ffamille KEY IS ffa_idFa
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE ffa_idFa TO WdpIdFa
         END-READ
         CLOSE ffamille
       END-IF.

       DEPART_COMPTE_FAMILLE.
     **Position du foyer WdpIdFa pour l'annee WAnnee, calculee comme
     **BALANCE_LIGNE_FAMILLE apres annulation des cours de l'eleve
     **parti: valeur des heures reservees de chaque enfant, remise
     **fratrie de 10% des deux enfants factures (WdpValFam), et
     **cumuls du foyer des forfaits (WdpForfait), des avoirs
     **commerciaux (WdpAvoir) et des reglements (WdpRegle), comptes
     **des enfants et compte famille. Les enfants du foyer sont
     **retenus dans WTabFratrie pour la regularisation. feleve,
     **favoir et freglement doivent etre ouverts; l'eleve Wid est
     **relu en fin de paragraphe.
       MOVE WhCouvert TO WdpCouvSauve
       MOVE 0 TO WdpValFam
       MOVE 0 TO WdpNbValFam
       MOVE 0 TO WdpRemise
       MOVE 0 TO WdpForfait
       MOVE 0 TO WdpAvoir
       MOVE 0 TO WdpRegle
       MOVE 0 TO WdpNbFR
       MOVE 0 TO fel_idEl
       START feleve KEY IS > fel_idEl
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin3
           PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
             READ feleve NEXT
               AT END
                 MOVE 1 TO Wfin3
               NOT AT END
                 IF fel_idFa = WdpIdFa
                   IF WdpNbFR < 20
                     ADD 1 TO WdpNbFR
                     MOVE fel_idEl TO WFR-Id(WdpNbFR)
                   END-IF
                   PERFORM CALCUL_FACTURE_ANNEE
                   IF WtotFact > 0
                     ADD WtotFact TO WdpValFam
                     ADD 1 TO WdpNbValFam
                   END-IF
                   PERFORM CALCUL_REGLE_ANNEE
                   ADD WtotRegle TO WdpRegle
                   MOVE 'E' TO WavTypeCpt
                   MOVE fel_idEl TO WavIdCpt
                   PERFORM CALCUL_AVOIR_COMPTE
                   ADD WtotAvoir TO WdpAvoir
                   PERFORM CALCUL_FORFAIT_COMPTE
                   ADD WtotForfait TO WdpForfait
                 END-IF
             END-READ
           END-PERFORM
       END-START
       IF WdpNbValFam >= 2
         COMPUTE WdpRemise = WdpValFam * 10 / 100
         SUBTRACT WdpRemise FROM WdpValFam
       END-IF
       MOVE 'F' TO WavTypeCpt
       MOVE WdpIdFa TO WavIdCpt
       PERFORM CALCUL_FORFAIT_COMPTE
       ADD WtotForfait TO WdpForfait
       PERFORM CALCUL_AVOIR_COMPTE
       ADD WtotAvoir TO WdpAvoir
       MOVE WdpCouvSauve TO WhCouvert
       MOVE Wid TO fel_idEl
       READ feleve KEY IS fel_idEl END-READ.

       DEPART_VALEUR_HEURES.
     **Heures donnees a l'eleve Wid sur l'annee WAnnee apres
     **annulation des cours posterieurs au depart (WdpHeures), dont
     **couvertes par forfait (WhCouvert), et valeur au bareme par
     **matiere des heures non couvertes (WdpValeur).
       MOVE 0 TO WdpHeures
       MOVE 0 TO WhCouvert
       MOVE 0 TO WdpValeur
       PERFORM INIT_TAB_MATIERE
       PERFORM OUVRIR_SESSION_LECTURE
       OPEN INPUT freserv
       MOVE Wid TO fr_idEl
       START freserv KEY IS = fr_idEl
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin2
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
             READ freserv NEXT
               AT END
                 MOVE 1 TO Wfin2
               NOT AT END
                 IF fr_idEl = Wid
                   IF fr_annee = WAnnee
                     PERFORM DEPART_HEURES_SEANCE
                     ADD WhReel TO WdpHeures
                     MOVE fr_matiere TO Wmatiere
                     PERFORM TROUVER_MATIERE
                     IF Wi > 0
                       PERFORM FORFAIT_DEDUIRE_HEURES
                       PERFORM MATIERE_CUMULER_HEURES
                     END-IF
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin2
                 END-IF
             END-READ
           END-PERFORM
       END-START
       CLOSE freserv
       CLOSE fsession
       PERFORM VARYING Wix FROM 1 BY 1 UNTIL Wix > 8
         IF WTM-Heures(Wix) > 0 OR WTM-HGroupe(Wix) > 0
           MOVE WTM-Nom(Wix) TO Wmatiere
           PERFORM LIRE_TARIF
           MOVE WTM-Heures(Wix) TO WnbHTotal
           MOVE WTM-HGroupe(Wix) TO WnbHGroupe
           PERFORM CALCULER_MONTANT
           ADD Wmontant TO WdpValeur
         END-IF
       END-PERFORM.

       DEPART_HEURES_SEANCE.
     **Heures donnees pour la reservation courante de freserv dans
     **WhReel: celles du pointage si la seance a ete pointee, sinon
     **les heures reservees, un cours anterieur au depart etant
     **repute donne.
       MOVE fr_idEl TO fs_idEl
       MOVE fr_idEn TO fs_idEn
       MOVE fr_annee TO fs_annee
       MOVE fr_numSem TO fs_numSem
       READ fsession KEY IS fs_cle
         INVALID KEY
           MOVE fr_nbHeure TO WhReel
         NOT INVALID KEY
           PERFORM SEANCE_HEURES_REELLES
       END-READ.

       DEPART_NUMERO_AVOIR.
     **Attribue a l'avoir suivant le prochain numero d'avoir
     **(pilotage AVOI de runctl.dat) dans WnumAvoir.
       MOVE "AVOI" TO WtypeRun
       PERFORM OUVRIR_RUN_CONTROL
       ADD 1 TO frc_numFact
       MOVE frc_numFact TO WnumAvoir
       PERFORM CLORE_RUN_CONTROL
       ADD 1 TO WdpNbAvoir
       IF WdpPremAvoir = 0
         MOVE WnumAvoir TO WdpPremAvoir
       END-IF.

       DEPART_REMB_FORFAITS.
     **Rembourse au prorata de leur prix les heures non consommees
     **des forfaits de l'annee achetes au nom de l'eleve et encore
     **valables a la date du depart: avoir commercial sur la facture
     **du forfait, qui est ensuite solde a zero heure. Les forfaits
     **de la famille restent a la disposition des autres enfants.
       MOVE 0 TO WdpRembForf
       PERFORM OUVRIR_FORFAIT_MAJ
       MOVE 'E' TO ffo_typeCpt
       MOVE Wid TO ffo_idCpt
       START fforfait KEY IS = ffo_compte
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin3
           PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
             READ fforfait NEXT
               AT END
                 MOVE 1 TO Wfin3
               NOT AT END
                 IF ffo_typeCpt = 'E' AND ffo_idCpt = Wid
                   IF ffo_annee = WAnnee AND ffo_hRestant > 0
                     AND ffo_dateExp >= WdpDate
                     PERFORM DEPART_REMB_UN_FORFAIT
                   END-IF
                 ELSE
                   MOVE 1 TO Wfin3
                 END-IF
             END-READ
           END-PERFORM
       END-START
       CLOSE fforfait.

       DEPART_REMB_UN_FORFAIT.
     **Solde le forfait courant de fforfait et emet l'avoir de
     **remboursement de ses heures restantes.
       COMPUTE WforfValeur = ffo_prix * ffo_hRestant / ffo_hAchat
       MOVE SPACES TO WjrnId
       STRING "FORF" DELIMITED BY SIZE
           ffo_num DELIMITED BY SIZE
           INTO WjrnId
       MOVE "FORFAIT-HEURES" TO WjrnChamp
       MOVE ffo_hRestant TO WjrnAvant
       MOVE "0 depart eleve" TO WjrnApres
       PERFORM JOURNALISER
       MOVE 0 TO ffo_hRestant
       REWRITE Tforfait END-REWRITE
       IF WforfValeur > 0
         MOVE ffo_numFact TO ffh_numFact
         READ ffacthist KEY IS ffh_numFact
           INVALID KEY
             DISPLAY "Facture " ffo_numFact " du forfait " ffo_num
               " introuvable, remboursement a traiter a la main"
           NOT INVALID KEY
             PERFORM AVOIR_CUMUL_FACTURE
             IF WdejaAvoir < ffh_montant
               COMPUTE WresteFact = ffh_montant - WdejaAvoir
               IF WforfValeur > WresteFact
                 MOVE WresteFact TO WmtAvoir
               ELSE
                 MOVE WforfValeur TO WmtAvoir
               END-IF
               PERFORM DEPART_NUMERO_AVOIR
               MOVE 'A' TO WnatAvoir
               MOVE "Heures de forfait non consommees au depart"
                 TO WmotifAvoir
               PERFORM AVOIR_ENREGISTRER
               IF WavOk = 1
                 ADD WmtAvoir TO WdpRembForf
               END-IF
             END-IF
         END-READ
       END-IF.

       DEPART_REGULARISER.
     **Aligne les factures d'heures de l'annee du compte de l'eleve
     **(passages de facturation et factures de depart, nettes de
     **leurs avoirs d'annulation R et D, un avoir commercial A
     **restant acquis) sur la valeur des heures reellement donnees:
     **facture de solde (nature D) pour ce qui n'a pas encore ete
     **facture, ou avoirs de depart (nature D) sur ces factures pour
     **les cours annules deja factures. Les factures de forfait sont
     **traitees par DEPART_REMB_FORFAITS.
       MOVE 0 TO WdpDejaFact
       MOVE 0 TO WdpNumFact
       MOVE 0 TO ffh_numFact
       START ffacthist KEY IS >= ffh_numFact
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin3
           PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
             READ ffacthist NEXT
               AT END
                 MOVE 1 TO Wfin3
               NOT AT END
                 IF ffh_typeCpt = 'E' AND ffh_idCpt = Wid
                   AND ffh_annee = WAnnee AND ffh_nature NOT = 'F'
                   PERFORM AVOIR_CUMUL_FACTURE
                   IF WdejaRegul < ffh_montant
                     COMPUTE WdpDejaFact = WdpDejaFact + ffh_montant
                       - WdejaRegul
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
       END-START
       COMPUTE WdpEcart = WdpValeur - WdpDejaFact
       IF WdpEcart > 0
         MOVE "FACT" TO WtypeRun
         PERFORM OUVRIR_RUN_CONTROL
         ADD 1 TO frc_numFact
         REWRITE Truncontrol END-REWRITE
         MOVE 'D' TO WnatFact
         MOVE 'E' TO WtypeCpt
         MOVE Wid TO WidCpt
         MOVE WdpEcart TO WmtFact
         PERFORM FACT_HIST_ENREGISTRER
         MOVE frc_numFact TO WdpNumFact
         CLOSE fruncontrol
       END-IF
       IF WdpEcart < 0
         COMPUTE WdpACrediter = 0 - WdpEcart
         MOVE 0 TO ffh_numFact
         START ffacthist KEY IS >= ffh_numFact
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 0 TO Wfin3
             PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
               READ ffacthist NEXT
                 AT END
                   MOVE 1 TO Wfin3
                 NOT AT END
                   IF ffh_typeCpt = 'E' AND ffh_idCpt = Wid
                     AND ffh_annee = WAnnee AND ffh_nature NOT = 'F'
                     AND WdpACrediter > 0
                     PERFORM DEPART_AVOIR_FACTURE
                   END-IF
               END-READ
             END-PERFORM
         END-START
       END-IF.

       DEPART_REGULARISER_FAMILLE.
     **Regularisation au niveau du payeur quand une famille paie pour
     **l'eleve parti: les factures d'heures de l'annee du foyer
     **(compte famille et comptes des enfants, nettes de leurs
     **avoirs d'annulation R et D) sont comparees a la valeur du
     **foyer remise deduite (WdpValFam). Ce qui a ete facture en
     **trop est credite par avoirs de depart (nature D), d'abord sur
     **les factures propres de l'eleve, puis sur celles du foyer;
     **aucune facture de solde n'est emise, les cours restants du
     **foyer etant repris par le prochain passage de facturation
     **(WdpAFacturer).
       MOVE 0 TO WdpDejaFact
       MOVE 0 TO WdpNumFact
       MOVE 0 TO ffh_numFact
       START ffacthist KEY IS >= ffh_numFact
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin3
           PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
             READ ffacthist NEXT
               AT END
                 MOVE 1 TO Wfin3
               NOT AT END
                 PERFORM DEPART_FACTURE_FOYER
                 IF WdpFoyer = 1
                   PERFORM AVOIR_CUMUL_FACTURE
                   IF WdejaRegul < ffh_montant
                     COMPUTE WdpDejaFact = WdpDejaFact + ffh_montant
                       - WdejaRegul
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
       END-START
       COMPUTE WdpEcart = WdpValFam - WdpDejaFact
       IF WdpEcart > 0
         MOVE WdpEcart TO WdpAFacturer
       END-IF
       IF WdpEcart < 0
         COMPUTE WdpACrediter = 0 - WdpEcart
         MOVE 0 TO ffh_numFact
         START ffacthist KEY IS >= ffh_numFact
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 0 TO Wfin3
             PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
               READ ffacthist NEXT
                 AT END
                   MOVE 1 TO Wfin3
                 NOT AT END
                   IF ffh_typeCpt = 'E' AND ffh_idCpt = Wid
                     AND ffh_annee = WAnnee AND ffh_nature NOT = 'F'
                     AND WdpACrediter > 0
                     PERFORM DEPART_AVOIR_FACTURE
                   END-IF
               END-READ
             END-PERFORM
         END-START
       END-IF
       IF WdpACrediter > 0 AND WdpEcart < 0
         MOVE 0 TO ffh_numFact
         START ffacthist KEY IS >= ffh_numFact
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 0 TO Wfin3
             PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
               READ ffacthist NEXT
                 AT END
                   MOVE 1 TO Wfin3
                 NOT AT END
                   PERFORM DEPART_FACTURE_FOYER
                   IF WdpFoyer = 1 AND WdpACrediter > 0
                     PERFORM DEPART_AVOIR_FACTURE
                   END-IF
               END-READ
             END-PERFORM
         END-START
       END-IF.

       DEPART_FACTURE_FOYER.
     **WdpFoyer = 1 si la facture courante de ffacthist est une
     **facture d'heures de l'annee WAnnee du foyer WdpIdFa: compte
     **famille ou compte d'un enfant de WTabFratrie.
       MOVE 0 TO WdpFoyer
       IF ffh_annee = WAnnee AND ffh_nature NOT = 'F'
         IF ffh_typeCpt = 'F' AND ffh_idCpt = WdpIdFa
           MOVE 1 TO WdpFoyer
         END-IF
         IF ffh_typeCpt = 'E'
           PERFORM VARYING WdpIx FROM 1 BY 1
             UNTIL WdpIx > WdpNbFR OR WdpFoyer = 1
             IF WFR-Id(WdpIx) = ffh_idCpt
               MOVE 1 TO WdpFoyer
             END-IF
           END-PERFORM
         END-IF
       END-IF.

       DEPART_AVOIR_FACTURE.
     **Avoir de depart sur la part non encore annulee (avoirs R et
     **D) de la facture courante de ffacthist, dans la limite du
     **montant WdpACrediter.
       PERFORM AVOIR_CUMUL_FACTURE
       IF WdejaRegul < ffh_montant
         COMPUTE WresteFact = ffh_montant - WdejaRegul
         IF WdpACrediter > WresteFact
           MOVE WresteFact TO WmtAvoir
         ELSE
           MOVE WdpACrediter TO WmtAvoir
         END-IF
         PERFORM DEPART_NUMERO_AVOIR
         MOVE 'D' TO WnatAvoir
         MOVE "Cours annules suite au depart de l'eleve"
           TO WmotifAvoir
         PERFORM AVOIR_ENREGISTRER
         IF WavOk = 1
           SUBTRACT WmtAvoir FROM WdpACrediter
         END-IF
       END-IF.

       DEPART_CLORE_ECHEANCIER.
     **Clot l'echeancier de l'annee du compte de l'eleve: les
     **echeances sont retirees (et journalisees), le decompte de
     **depart se substituant a l'echeancier.
       MOVE 0 TO WdpNbEch
       PERFORM OUVRIR_ECHEANCE_MAJ
       MOVE 'E' TO fec_typeCpt
       MOVE Wid TO fec_idCpt
       MOVE WAnnee TO fec_annee
       MOVE 0 TO fec_numEch
       START fecheance KEY IS >= fec_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin3
           PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
             READ fecheance NEXT
               AT END
                 MOVE 1 TO Wfin3
               NOT AT END
                 IF fec_typeCpt = 'E' AND fec_idCpt = Wid
                   AND fec_annee = WAnnee
                   MOVE SPACES TO WjrnId
                   STRING "E" DELIMITED BY SIZE
                       fec_idCpt DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       fec_annee DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       fec_numEch DELIMITED BY SIZE
                       INTO WjrnId
                   MOVE "ECHEANCE" TO WjrnChamp
                   MOVE fec_montant TO WjrnAvant
                   MOVE "close depart" TO WjrnApres
                   PERFORM JOURNALISER
                   DELETE fecheance RECORD
                   ADD 1 TO WdpNbEch
                 ELSE
                   MOVE 1 TO Wfin3
                 END-IF
             END-READ
           END-PERFORM
       END-START
       CLOSE fecheance.

       DEPART_CLORE_RELANCE.
     **Clot les relances de l'annee du compte de l'eleve: le niveau
     **9 marque un compte solde au depart, il depasse tout niveau
     **de retard et bloque l'envoi de nouvelles lettres.
       OPEN I-O frelance
       MOVE 'E' TO frl_typeCpt
       MOVE Wid TO frl_idCpt
       MOVE WAnnee TO frl_annee
       MOVE 0 TO WnivRelance
       MOVE 0 TO WrelExiste
       READ frelance KEY IS frl_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE frl_niveau TO WnivRelance
           MOVE 1 TO WrelExiste
       END-READ
       MOVE 'E' TO frl_typeCpt
       MOVE Wid TO frl_idCpt
       MOVE WAnnee TO frl_annee
       MOVE 9 TO frl_niveau
       MOVE WdpDate TO frl_date
       IF WrelExiste = 1
         REWRITE Trelance END-REWRITE
       ELSE
         WRITE Trelance END-WRITE
       END-IF
       MOVE SPACES TO WjrnId
       STRING "E" DELIMITED BY SIZE
           Wid DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WAnnee DELIMITED BY SIZE
           INTO WjrnId
       MOVE "RELANCE-NIVEAU" TO WjrnChamp
       MOVE WnivRelance TO WjrnAvant
       MOVE "9 depart" TO WjrnApres
       PERFORM JOURNALISER
       CLOSE frelance.

       DEPART_ENREGISTRER.
     **Conserve le decompte de depart dans depart.dat.
       PERFORM OUVRIR_DEPART_MAJ
       MOVE Wid TO fdp_idEl
       MOVE WdpDate TO fdp_date
       MOVE WAnnee TO fdp_annee
       MOVE WdpSem TO fdp_numSem
       MOVE WdpNbAnnul TO fdp_nbAnnul
       MOVE WdpHAnnul TO fdp_hAnnul
       MOVE WdpHeures TO fdp_hDonnees
       MOVE WdpValeur TO fdp_valeur
       MOVE WdpForfait TO fdp_forfait
       MOVE WdpRembForf TO fdp_rembForf
       MOVE WdpAvoir TO fdp_avoir
       MOVE WdpRegle TO fdp_regle
       MOVE WdpSens TO fdp_sens
       IF WdpSolde < 0
         COMPUTE fdp_solde = 0 - WdpSolde
       ELSE
         MOVE WdpSolde TO fdp_solde
       END-IF
       MOVE WdpNumFact TO fdp_numFact
       MOVE WdpNbAvoir TO fdp_nbAvoir
       MOVE WdpIdFa TO fdp_idFa
       WRITE Tdepart
         INVALID KEY
           REWRITE Tdepart END-REWRITE
       END-WRITE
       MOVE Wid TO WjrnId
       MOVE "DEPART" TO WjrnChamp
       MOVE "actif" TO WjrnAvant
       MOVE WdpDate TO WjrnApres
       PERFORM JOURNALISER
       CLOSE fdepart.

       DEPART_EDITER.
     **Edite le decompte de depart a remettre a la famille dans
     **depart_NNNN.txt et en affiche la conclusion a l'ecran.
       OPEN INPUT feleve
       MOVE Wid TO fel_idEl
       READ feleve KEY IS fel_idEl END-READ
       CLOSE feleve
       MOVE 0 TO WfamTrouve
       IF fel_idFa > 0
         OPEN INPUT ffamille
         MOVE fel_idFa TO ffa_idFa
         READ ffamille KEY IS ffa_idFa
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 1 TO WfamTrouve
         END-READ
         CLOSE ffamille
       END-IF
       MOVE SPACES TO WNomHisto
       STRING "depart_" Wid ".txt" DELIMITED BY SIZE
         INTO WNomHisto
       OPEN OUTPUT fhisto
       MOVE "============================================" TO Thisto
       WRITE Thisto
       MOVE "DECOMPTE DE DEPART - SOLDE DE TOUT COMPTE" TO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       STRING "Eleve " fel_idEl " - " fel_nom " " fel_prenom " - "
         fel_classe INTO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       IF WfamTrouve = 1
         STRING "A adresser a: Famille " ffa_nom " " ffa_prenom
           " - " ffa_adresse INTO Thisto
       ELSE
         STRING "A adresser a: " fel_adresse INTO Thisto
       END-IF
       WRITE Thisto
       MOVE SPACES TO Thisto
       STRING "Date de depart: " WdpDate " - derniere semaine de "
         "cours: " WdpSem " - annee scolaire " WAnnee INTO Thisto
       WRITE Thisto
       MOVE "--------------------------------------------" TO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       STRING "Cours annules apres le depart: " WdpNbAnnul
         " reservation(s), " WdpHAnnul " heure(s)" INTO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       STRING "Demandes retirees de la liste d'attente: " WdpNbAtt
         INTO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       STRING "Echeances closes: " WdpNbEch " - relances closes"
         INTO Thisto
       WRITE Thisto
       MOVE "--------------------------------------------" TO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       STRING "Heures de cours donnees: " WdpHeures
         " (dont couvertes par forfait: " WhCouvert ")" INTO Thisto
       WRITE Thisto
       MOVE WdpValeur TO WdpEdit
       MOVE SPACES TO Thisto
       STRING "Valeur des heures donnees (bareme) : " WdpEdit
         INTO Thisto
       WRITE Thisto
       IF WdpIdFa > 0
         MOVE SPACES TO Thisto
         STRING "Compte regle par la famille " WdpIdFa
           ": decompte etabli pour le foyer" INTO Thisto
         WRITE Thisto
         MOVE WdpRemise TO WdpEdit
         MOVE SPACES TO Thisto
         STRING "Remise fratrie du foyer            : " WdpEdit
           INTO Thisto
         WRITE Thisto
         MOVE WdpValFam TO WdpEdit
         MOVE SPACES TO Thisto
         STRING "Heures du foyer, remise deduite    : " WdpEdit
           INTO Thisto
         WRITE Thisto
         IF WdpAFacturer > 0
           MOVE WdpAFacturer TO WdpEdit
           MOVE SPACES TO Thisto
           STRING "dont a facturer au prochain passage: " WdpEdit
             INTO Thisto
           WRITE Thisto
         END-IF
       END-IF
       MOVE WdpForfait TO WdpEdit
       MOVE SPACES TO Thisto
       STRING "Forfaits d'heures de l'annee       : " WdpEdit
         INTO Thisto
       WRITE Thisto
       COMPUTE WdpEdit = 0 - WdpRembForf
       MOVE SPACES TO Thisto
       STRING "Heures de forfait non consommees   : " WdpEdit
         INTO Thisto
       WRITE Thisto
       COMPUTE WdpEdit = 0 - WdpAvoir
       MOVE SPACES TO Thisto
       STRING "Avoirs deja accordes               : " WdpEdit
         INTO Thisto
       WRITE Thisto
       MOVE WdpDu TO WdpEdit
       MOVE SPACES TO Thisto
       STRING "Total du                           : " WdpEdit
         INTO Thisto
       WRITE Thisto
       MOVE WdpRegle TO WdpEdit
       MOVE SPACES TO Thisto
       STRING "Reglements recus                   : " WdpEdit
         INTO Thisto
       WRITE Thisto
       MOVE "--------------------------------------------" TO Thisto
       WRITE Thisto
       MOVE SPACES TO Thisto
       EVALUATE WdpSens
         WHEN 'F'
           MOVE WdpSolde TO WdpEdit
           STRING "FACTURE DE SOLDE - reste a payer  : " WdpEdit
             INTO Thisto
         WHEN 'R'
           COMPUTE WdpEdit = 0 - WdpSolde
           STRING "RELEVE DE REMBOURSEMENT - a rembourser : "
             WdpEdit INTO Thisto
         WHEN OTHER
           MOVE "Compte solde: rien a payer ni a rembourser"
             TO Thisto
       END-EVALUATE
       WRITE Thisto
       IF WdpNumFact > 0
         MOVE WdpEcart TO WdpEdit
         MOVE SPACES TO Thisto
         STRING "Facture de solde no " WdpNumFact " : " WdpEdit
           INTO Thisto
         WRITE Thisto
       END-IF
       IF WdpNbAvoir > 0
         MOVE SPACES TO Thisto
         STRING "Avoirs emis au depart: " WdpNbAvoir
           " (a partir du no " WdpPremAvoir ")" INTO Thisto
         WRITE Thisto
       END-IF
       MOVE "============================================" TO Thisto
       WRITE Thisto
       CLOSE fhisto
       DISPLAY "Depart enregistre, eleve marque parti"
       EVALUATE WdpSens
         WHEN 'F'
           MOVE WdpSolde TO WdpEdit
           DISPLAY "Reste a payer: " WdpEdit
         WHEN 'R'
           COMPUTE WdpEdit = 0 - WdpSolde
           DISPLAY "A rembourser: " WdpEdit
         WHEN OTHER
           DISPLAY "Compte solde"
       END-EVALUATE
       DISPLAY "Decompte ecrit dans le fichier " WNomHisto.

       OUVRIR_ECHEANCE_MAJ.
     **Ouvre echeancier.dat en mise a jour, en le creant vierge au
       OPEN INPUT feleve
       OPEN INPUT ffamille
       OPEN INPUT freglement
       PERFORM OUVRIR_AVOIR_LECTURE
       PERFORM OUVRIR_ECHEANCE_LECTURE
       MOVE SPACE TO WtypeCpt
       MOVE 0 TO WidCpt
           WnbEchRetard INTO Techearpt
       WRITE Techearpt
       CLOSE fecheance
       CLOSE favoir
       CLOSE freglement
       CLOSE ffamille
       CLOSE feleve
       ECHEANCIER_CLORE_COMPTE.
     **Au changement de compte du controle mensuel, compare les
     **echeances echues du compte precedent aux reglements recus et
     **ecrit la ligne de retard le cas echeant. Les avoirs emis sur
     **le compte (et, pour une famille, sur les comptes des enfants)
     **comptent comme des sommes acquittees.
       IF WtypeCpt NOT = SPACE AND WtotEch > 0
         MOVE WechAnnee TO WAnnee
         IF WtypeCpt = 'F'
           PERFORM ECHEANCIER_REGLE_FAMILLE
           MOVE WregleFam TO WtotRegle
           MOVE 'F' TO WavTypeCpt
           MOVE WidCpt TO WavIdCpt
           PERFORM CALCUL_AVOIR_COMPTE
           ADD WtotAvoir TO WavoirFam
         ELSE
           MOVE WidCpt TO fel_idEl
           PERFORM CALCUL_REGLE_ANNEE
           MOVE 'E' TO WavTypeCpt
           MOVE WidCpt TO WavIdCpt
           PERFORM CALCUL_AVOIR_COMPTE
           MOVE WtotAvoir TO WavoirFam
         END-IF
         IF WtotRegle + WavoirFam < WtotEch
           ADD 1 TO WnbEchRetard
           COMPUTE Wsolde = WtotEch - WtotRegle - WavoirFam
           MOVE "--------------------------------------------"
             TO Techearpt
           WRITE Techearpt
           WRITE Techearpt
           MOVE SPACES TO Techearpt
           STRING "  Annee " WechAnnee " - Echu: " WtotEch
             " Regle: " WtotRegle " Avoirs: " WavoirFam
             " Manque: " Wsolde INTO Techearpt
           WRITE Techearpt
         END-IF
       END-IF.

       ECHEANCIER_REGLE_FAMILLE.
     **Cumule dans WregleFam les reglements recus sur l'annee
     **WAnnee de tous les enfants rattaches a la famille WidCpt, et
     **dans WavoirFam les avoirs emis sur les comptes de ces
     **enfants.
       MOVE 0 TO WregleFam
       MOVE 0 TO WavoirFam
       MOVE 0 TO fel_idEl
       START feleve KEY IS > fel_idEl
         INVALID KEY
                 IF fel_idFa = WidCpt
                   PERFORM CALCUL_REGLE_ANNEE
                   ADD WtotRegle TO WregleFam
                   MOVE 'E' TO WavTypeCpt
                   MOVE fel_idEl TO WavIdCpt
                   PERFORM CALCUL_AVOIR_COMPTE
                   ADD WtotAvoir TO WavoirFam
                 END-IF
             END-READ
           END-PERFORM
       OPEN INPUT feleve
       OPEN INPUT freglement
       OPEN INPUT ffamille
       PERFORM OUVRIR_AVOIR_LECTURE
       OPEN I-O frelance
       IF frl_stat = 35
         OPEN OUTPUT frelance
                 MOVE 1 TO WfamTrouve
             END-READ
           END-IF
           IF WfamTrouve = 0 AND fel_dispo NOT = 2
             PERFORM RELANCE_COMPTE_ELEVE
           END-IF
       END-PERFORM
       WRITE Tlettre
       CLOSE flettres
       CLOSE frelance
       CLOSE favoir
       CLOSE ffamille
       CLOSE freglement
       CLOSE feleve

       RELANCE_COMPTE_ELEVE.
     **Solde de l'eleve courant suivi individuellement: lettre ou
     **remise a zero du niveau selon qu'il doit encore ou non,
     **avoirs du compte deduits.
       PERFORM CALCUL_FACTURE_ANNEE
       PERFORM CALCUL_REGLE_ANNEE
       MOVE 'E' TO WavTypeCpt
       MOVE fel_idEl TO WavIdCpt
       PERFORM CALCUL_FORFAIT_COMPTE
       ADD WtotForfait TO WtotFact
       PERFORM CALCUL_AVOIR_COMPTE
       PERFORM DEDUIRE_AVOIR_ELEVE
       MOVE 'E' TO WtypeCpt
       MOVE fel_idEl TO WidCpt
       IF WtotFact > WtotRegle

       RELANCE_COMPTE_FAMILLE.
     **Solde de la famille courante de ffamille (cumul des enfants
     **rattaches, remise fratrie deduite comme sur la facture,
     **avoirs de la famille et des enfants deduits): lettre ou
     **remise a zero du niveau selon le solde.
       MOVE 0 TO WssTotal
       MOVE 0 TO WnbEnfants
       MOVE 0 TO WregleFam
       MOVE 0 TO WdateRecFam
       MOVE 0 TO WavoirFam
       MOVE 0 TO WforfFam
       MOVE 0 TO fel_idEl
       START feleve KEY IS > fel_idEl
         INVALID KEY
                   IF WdateRecent > WdateRecFam
                     MOVE WdateRecent TO WdateRecFam
                   END-IF
                   MOVE 'E' TO WavTypeCpt
                   MOVE fel_idEl TO WavIdCpt
                   PERFORM CALCUL_AVOIR_COMPTE
                   ADD WtotAvoir TO WavoirFam
                   PERFORM CALCUL_FORFAIT_COMPTE
                   ADD WtotForfait TO WforfFam
                 END-IF
             END-READ
           END-PERFORM
         COMPUTE Wremise = WssTotal * 10 / 100
         SUBTRACT Wremise FROM WssTotal
       END-IF
       MOVE 'F' TO WavTypeCpt
       MOVE ffa_idFa TO WavIdCpt
       PERFORM CALCUL_FORFAIT_COMPTE
       ADD WtotForfait TO WforfFam
       ADD WforfFam TO WssTotal
       PERFORM CALCUL_AVOIR_COMPTE
       ADD WtotAvoir TO WavoirFam
       PERFORM DEDUIRE_AVOIR_FAMILLE
       MOVE 'F' TO WtypeCpt
       MOVE ffa_idFa TO WidCpt
       IF WssTotal > WregleFam
     **Export mensuel des ecritures pour le cabinet comptable, au
     **format fixe (piece, date, compte, libelle, debit, credit)
     **dans ecritures_AAAAMM.txt: ventes d'apres les factures
     **emises (facthist.dat, numeros frc_numFact), contrepassations
     **d'apres les avoirs (avoir.dat), encaissements
     **d'apres reglement.dat avec le compte de tresorerie deduit du
     **mode de paiement, et paie des enseignants d'apres
     **paiehist.dat. Les numeros de piece sont sequentiels et
       MOVE 0 TO WratAnnee
       MOVE 0 TO WratMois
       PERFORM EXPORT_ECRITURES_VENTES
       PERFORM EXPORT_ECRITURES_AVOIRS
       PERFORM EXPORT_ECRITURES_REGLEMENTS
       PERFORM EXPORT_ECRITURES_PAIE
       MOVE SPACES TO Thisto
       END-PERFORM
       CLOSE ffacthist.

       EXPORT_ECRITURES_AVOIRS.
     **Ecritures d'avoir de la periode: une piece par avoir emis,
     **contrepassation de la vente d'origine (debit 706
     **prestations, credit 411 clients).
       PERFORM OUVRIR_AVOIR_LECTURE
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ favoir NEXT
           AT END
             MOVE 1 TO Wfin
           NOT AT END
             MOVE fav_date TO WdateEcr
             PERFORM EXPORT_CLASSER_DATE
             IF WexpFlag > 0
               MOVE "706" TO WcptDebit
               MOVE "411" TO WcptCredit
               MOVE fav_montant TO WmtEcr
               MOVE SPACES TO WlibEcr
               IF WexpFlag = 2
                 STRING "AVO " fav_numAvoir " F" fav_numFact
                   " RATTRAPAGE" INTO WlibEcr
               ELSE
                 STRING "AVO " fav_numAvoir " F" fav_numFact " "
                   fav_typeCpt fav_idCpt INTO WlibEcr
               END-IF
               PERFORM ECRITURE_DOUBLE
             END-IF
         END-READ
       END-PERFORM
       CLOSE favoir.

       EXPORT_ECRITURES_REGLEMENTS.
     **Ecritures d'encaissement de la periode: une piece par
     **reglement recu, compte de tresorerie selon le mode de
       CLOSE freglement.

       EXPORT_ECRITURES_PAIE.
     **Ecritures de paie de la periode: pour chaque versement
     **enregistre dans paiehist.dat, cotisations calculees aux taux
     **en vigueur a sa date, une piece pour le net (debit 641
     **remuneration, credit 421 personnel), une par cotisation pour
     **la part salariale due a l'organisme (debit 641, credit compte
     **de l'organisme) et une par cotisation pour la part patronale
     **(debit 645 charges sociales, credit compte de l'organisme).
       OPEN INPUT fpaiehist
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
             MOVE fph_date TO WdateEcr
             PERFORM EXPORT_CLASSER_DATE
             IF WexpFlag > 0
               MOVE fph_date TO WpcDate
               PERFORM PAIE_CHARGER_TAUX
               MOVE fph_montant TO WpcBrut
               PERFORM PAIE_CALCULER_COTISATIONS
               MOVE "641" TO WcptDebit
               MOVE "421" TO WcptCredit
               MOVE WpcNet TO WmtEcr
               MOVE SPACES TO WlibEcr
               IF WexpFlag = 2
                 STRING "PAIE " fph_idEn " S" fph_semDeb "-"
                   fph_semFin " RATTRAPAGE" INTO WlibEcr
               ELSE
                 STRING "PAIE " fph_idEn " S" fph_semDeb "-"
                   fph_semFin " NET" INTO WlibEcr
               END-IF
               PERFORM ECRITURE_DOUBLE
               PERFORM VARYING WpcIc FROM 1 BY 1 UNTIL WpcIc > WpcNbCot
                 PERFORM EXPORT_COTISATION_PAIE
               END-PERFORM
             END-IF
         END-READ
       END-PERFORM
       CLOSE fpaiehist.

       EXPORT_COTISATION_PAIE.
     **Pieces de la cotisation WpcIc du versement courant: part
     **salariale retenue sur le brut et part patronale, chacune au
     **credit du compte de l'organisme collecteur.
       IF WCO-MtSal(WpcIc) > 0
         MOVE "641" TO WcptDebit
         MOVE WCO-Compte(WpcIc) TO WcptCredit
         MOVE WCO-MtSal(WpcIc) TO WmtEcr
         MOVE SPACES TO WlibEcr
         STRING "PAIE " fph_idEn " SAL " WCO-Code(WpcIc)
           INTO WlibEcr
         PERFORM ECRITURE_DOUBLE
       END-IF
       IF WCO-MtPat(WpcIc) > 0
         MOVE "645" TO WcptDebit
         MOVE WCO-Compte(WpcIc) TO WcptCredit
         MOVE WCO-MtPat(WpcIc) TO WmtEcr
         MOVE SPACES TO WlibEcr
         STRING "PAIE " fph_idEn " PAT " WCO-Code(WpcIc)
           INTO WlibEcr
         PERFORM ECRITURE_DOUBLE
       END-IF.

       BALANCE_AGEE.
     **Compare les montants factures de l'annee (meme calcul que
     **FACTURATION_ELEVES_LOT) aux reglements recus dans
       OPEN INPUT feleve
       OPEN INPUT freglement
       OPEN INPUT ffamille
       PERFORM OUVRIR_AVOIR_LECTURE
       OPEN OUTPUT fbalance
       MOVE "BALANCE AGEE DES IMPAYES" TO Tbalance
       WRITE Tbalance
       STRING "Impayes  +90 jours:  " Wtranche4 INTO Tbalance
       WRITE Tbalance
       CLOSE fbalance
       CLOSE favoir
       CLOSE ffamille
       CLOSE freglement
       CLOSE feleve
       BALANCE_LIGNE_ELEVE.
     **Solde d'un eleve suivi individuellement: total facture de
     **l'annee contre reglements recus, ecrit dans balance.txt avec
     **son retard si un solde reste du. Les avoirs emis sur le
     **compte de l'eleve viennent en deduction du facture.
       PERFORM CALCUL_FACTURE_ANNEE
       PERFORM CALCUL_REGLE_ANNEE
       MOVE 'E' TO WavTypeCpt
       MOVE fel_idEl TO WavIdCpt
       PERFORM CALCUL_FORFAIT_COMPTE
       ADD WtotForfait TO WtotFact
       PERFORM CALCUL_AVOIR_COMPTE
       PERFORM DEDUIRE_AVOIR_ELEVE
       IF WtotFact > WtotRegle
         COMPUTE Wsolde = WtotFact - WtotRegle
         ADD 1 TO WnbImpaye
           INTO Tbalance
         WRITE Tbalance
         MOVE SPACES TO Tbalance
         STRING "  Facture: " WtotFact " Avoirs: " WtotAvoir
           " Regle: " WtotRegle " Solde du: " Wsolde INTO Tbalance
         WRITE Tbalance
         MOVE SPACES TO Tbalance
         STRING "  Retard: " WjoursRetard " jour(s)"
     **des enfants rattaches, remise fratrie deduite comme sur la
     **facture famille (10% des deux enfants factures), compare au
     **cumul des reglements recus des memes enfants; le retard court
     **depuis le reglement le plus recent du foyer. Les avoirs emis
     **sur le compte famille et sur les comptes des enfants viennent
     **en deduction du facture.
       MOVE 0 TO WssTotal
       MOVE 0 TO WnbEnfants
       MOVE 0 TO WregleFam
       MOVE 0 TO WdateRecFam
       MOVE 0 TO WavoirFam
       MOVE 0 TO WforfFam
       MOVE 0 TO fel_idEl
       START feleve KEY IS > fel_idEl
         INVALID KEY
                   IF WdateRecent > WdateRecFam
                     MOVE WdateRecent TO WdateRecFam
                   END-IF
                   MOVE 'E' TO WavTypeCpt
                   MOVE fel_idEl TO WavIdCpt
                   PERFORM CALCUL_AVOIR_COMPTE
                   ADD WtotAvoir TO WavoirFam
                   PERFORM CALCUL_FORFAIT_COMPTE
                   ADD WtotForfait TO WforfFam
                 END-IF
             END-READ
           END-PERFORM
         COMPUTE Wremise = WssTotal * 10 / 100
         SUBTRACT Wremise FROM WssTotal
       END-IF
       MOVE 'F' TO WavTypeCpt
       MOVE ffa_idFa TO WavIdCpt
       PERFORM CALCUL_FORFAIT_COMPTE
       ADD WtotForfait TO WforfFam
       ADD WforfFam TO WssTotal
       PERFORM CALCUL_AVOIR_COMPTE
       ADD WtotAvoir TO WavoirFam
       PERFORM DEDUIRE_AVOIR_FAMILLE
       IF WssTotal > WregleFam
         COMPUTE Wsolde = WssTotal - WregleFam
         ADD 1 TO WnbImpaye
           INTO Tbalance
         WRITE Tbalance
         MOVE SPACES TO Tbalance
         STRING "  Facture: " WssTotal " Avoirs: " WavoirFam
           " Regle: " WregleFam " Solde du: " Wsolde INTO Tbalance
         WRITE Tbalance
         MOVE SPACES TO Tbalance
         STRING "  Retard: " WjoursRetard " jour(s)"
         END-IF
       END-IF.

       DEDUIRE_AVOIR_ELEVE.
     **Deduit les avoirs WtotAvoir du total facture WtotFact de
     **l'eleve, sans descendre sous zero.
       IF WtotAvoir >= WtotFact
         MOVE 0 TO WtotFact
       ELSE
         SUBTRACT WtotAvoir FROM WtotFact
       END-IF.

       DEDUIRE_AVOIR_FAMILLE.
     **Deduit les avoirs WavoirFam du total facture WssTotal de la
     **famille (remise fratrie deja deduite), sans descendre sous
     **zero.
       IF WavoirFam >= WssTotal
         MOVE 0 TO WssTotal
       ELSE
         SUBTRACT WavoirFam FROM WssTotal
       END-IF.

       CALCUL_FACTURE_ANNEE.
     **Total facture a l'eleve courant de feleve pour l'annee WAnnee,
     **renvoye dans WtotFact: memes cumuls d'heures par matiere et
                 MOVE fr_matiere TO Wmatiere
                 PERFORM TROUVER_MATIERE
                 IF Wi > 0
                   MOVE fr_nbHeure TO WhReel
                   PERFORM FORFAIT_DEDUIRE_HEURES
                   PERFORM MATIERE_CUMULER_HEURES
                 END-IF
               END-IF
             ELSE
             END-IF
         END-PERFORM
         PERFORM VARYING Wix FROM 1 BY 1 UNTIL Wix > 8
           IF WTM-Heures(Wix) > 0 OR WTM-HGroupe(Wix) > 0
             MOVE WTM-Nom(Wix) TO Wmatiere
             PERFORM LIRE_TARIF
             MOVE WTM-Heures(Wix) TO WnbHTotal
             MOVE WTM-HGroupe(Wix) TO WnbHGroupe
             PERFORM CALCULER_MONTANT
             ADD Wmontant TO WtotFact
           END-IF
