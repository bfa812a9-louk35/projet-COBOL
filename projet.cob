           alternate record key is fpa_idactivite  WITH DUPLICATES
           file status is cr_fpaiement.

           select fbordereau assign to "bordereau.dat"
           organization indexed
           access mode is dynamic
           record key is fbo_numBordereau
           file status is cr_fbordereau.

           select fencadrant assign to "encadrant.dat"
           organization indexed
           access mode is dynamic
           record key is fen_idmembre
           file status is cr_fencadrant.

           select fcertificat assign to "certificat.dat"
           organization indexed
           access mode is dynamic
           record key is fce_idmembre
           file status is cr_fcertificat.

           select fcorrespondance assign to "compteComptable.dat"
           organization indexed
           access mode is dynamic
           record key is fcc_cle
           file status is cr_fcorrespondance.

           select fperiode assign to "periodeComptable.dat"
           organization indexed
           access mode is dynamic
           record key is fpc_mois
           file status is cr_fperiode.

           select freservation assign to "reservation.dat"
           organization indexed
           access mode is dynamic
           record key is frs_cle
           alternate record key is frs_idactivite  WITH DUPLICATES
           file status is cr_freservation.

           select fincident assign to "incident.dat"
           organization indexed
           access mode is dynamic
           record key is fic_cle
           alternate record key is fic_idmembre  WITH DUPLICATES
           file status is cr_fincident.

           select fremboursement assign to "remboursement.dat"
           organization indexed
           access mode is dynamic
           record key is frb_numavoir
           alternate record key is frb_idmembre  WITH DUPLICATES
           file status is cr_fremboursement.

           select fmateriel assign to "materiel.dat"
           organization indexed
           access mode is dynamic
           organization line sequential
           file status is cr_fnumrecu.

           select fnumavoir assign to "numavoir.dat"
           organization line sequential
           file status is cr_fnumavoir.

           select favoir assign to "avoir.txt"
           organization line sequential
           file status is cr_favoir.

           select fnumbordereau assign to "numbordereau.dat"
           organization line sequential
           file status is cr_fnumbordereau.

           select fremise assign to "remiseBanque.txt"
           organization line sequential
           file status is cr_fremise.

           select freleve assign to "releveBancaire.csv"
           organization line sequential
           file status is cr_freleve.

           select frapprochement assign to "rapprochement.txt"
           organization line sequential
           file status is cr_frapprochement.

           select fattestation assign to "attestation.txt"
           organization line sequential
           file status is cr_fattestation.

           select favis assign to "avisSeances.txt"
           organization line sequential
           file status is cr_favis.

           select fappelAvis assign to "appelSeances.csv"
           organization line sequential
           file status is cr_fappelAvis.

           select fdoublon assign to "doublons.txt"
           organization line sequential
           file status is cr_fdoublon.

           select fecriture assign to "ecrituresComptables.csv"
           organization line sequential
           file status is cr_fecriture.

           select fformulaire assign to "reinscription.txt"
           organization line sequential
           file status is cr_fformulaire.

           select fcampagne assign to "campagneReinscription.txt"
           organization line sequential
           file status is cr_fcampagne.

           select fdeclaration assign to "declarationAssurance.txt"
           organization line sequential
           file status is cr_fdeclaration.

           select fsecurite assign to "rapportSecurite.txt"
           organization line sequential
           file status is cr_fsecurite.

           select fgrille assign to "grilleLieux.txt"
           organization line sequential
           file status is cr_fgrille.

           select fremplissage assign to "remplissage.txt"
           organization line sequential
           file status is cr_fremplissage.

           select fqualification assign to "qualifications.txt"
           organization line sequential
           file status is cr_fqualification.

           select frappelCertificat assign to "rappelCertificats.txt"
           organization line sequential
           file status is cr_frappelCertificat.

           select frelance assign to "relance.txt"
           organization line sequential
           file status is cr_frelance.
           record key is apa_clearchive
           file status is cr_fpaiementArchive.

           select fremboursementArchive
           assign to "remboursementArchive.dat"
           organization indexed
           access mode is dynamic
           record key is arb_clearchive
           file status is cr_fremboursementArchive.

           select fcertificatArchive assign to "certificatArchive.dat"
           organization indexed
           access mode is dynamic
           record key is ace_clearchive
           file status is cr_fcertificatArchive.

           select fencadrantArchive assign to "encadrantArchive.dat"
           organization indexed
           access mode is dynamic
           record key is aen_clearchive
           file status is cr_fencadrantArchive.

           select fmembreSauvegarde assign to "membreSauvegarde.dat"
           organization indexed
           access mode is dynamic
           record key is spa_clesauvegarde
           file status is cr_fpaiementSauvegarde.

           select fpretSauvegarde assign to "pretSauvegarde.dat"
           organization indexed
           access mode is dynamic
           record key is spt_clesauvegarde
           file status is cr_fpretSauvegarde.

           select fremboursementSauvegarde
           assign to "remboursementSauvegarde.dat"
           organization indexed
           access mode is dynamic
           record key is srb_clesauvegarde
           file status is cr_fremboursementSauvegarde.

           select fcertificatSauvegarde assign to "certificatSauvegarde.dat"
           organization indexed
           access mode is dynamic
           record key is sce_clesauvegarde
           file status is cr_fcertificatSauvegarde.

           select fencadrantSauvegarde assign to "encadrantSauvegarde.dat"
           organization indexed
           access mode is dynamic
           record key is sen_clesauvegarde
           file status is cr_fencadrantSauvegarde.

           select freservationSauvegarde assign to "reservationSauvegarde.dat"
           organization indexed
           access mode is dynamic
           record key is srs_clesauvegarde
           file status is cr_freservationSauvegarde.

           select fremplacementSauvegarde assign to "remplacementSauvegarde.dat"
           organization indexed
           access mode is dynamic
           record key is srp_clesauvegarde
           file status is cr_fremplacementSauvegarde.

           select fincidentSauvegarde assign to "incidentSauvegarde.dat"
           organization indexed
           access mode is dynamic
           record key is sic_clesauvegarde
           file status is cr_fincidentSauvegarde.

           select fsauvlog assign to "sauvegarde.log"
           organization line sequential
           file status is cr_fsauvlog.
           02 fa_heureF PIC 9(2).
           02 fa_type PIC A(20).
           02 fa_idlieu PIC 9(3).
           02 fa_idencadrant PIC 9(3).

       FD flieu.
       01 tamp_flieu.
           02 ft_gratuit PIC 9.
           02 ft_ageMin PIC 9(2).
           02 ft_ageMax PIC 9(2).
           02 ft_certificatRequis PIC 9.

       FD fencadrant.
       01 tamp_fencadrant.
           02 fen_idmembre PIC 9(3).
           02 fen_secourisme PIC X(20).
           02 fen_secourismeExpiration PIC 9(8).
           02 fen_qualifications.
               03 fen_qualification OCCURS 5.
                   04 fen_diplome PIC X(20).
                   04 fen_typeActivite PIC A(20).
                   04 fen_qualifExpiration PIC 9(8).

       FD fcertificat.
       01 tamp_fcertificat.
           02 fce_idmembre PIC 9(3).
           02 fce_numLicence PIC X(15).
           02 fce_saisonLicence PIC 9(4).
           02 fce_dateCertificat PIC 9(8).
           02 fce_dateExpiration PIC 9(8).

       FD fcorrespondance.
       01 tamp_fcorrespondance.
           02 fcc_cle.
               03 fcc_nature PIC X.
               03 fcc_libelle PIC X(20).
           02 fcc_compte PIC X(8).
           02 fcc_intitule PIC X(30).

       FD fperiode.
       01 tamp_fperiode.
           02 fpc_mois PIC 9(6).
           02 fpc_dateExport PIC 9(8).
           02 fpc_cloture PIC 9.

       FD freservation.
       01 tamp_freservation.
           02 frs_cle.
               03 frs_idmembre PIC 9(3).
               03 frs_idactivite PIC 9(3).
           02 frs_idfamille PIC 9(3).
           02 frs_saisonPrec PIC 9(4).
           02 frs_idactivitePrec PIC 9(3).
           02 frs_dateLimite PIC 9(8).
           02 frs_statut PIC 9.
           02 frs_dateStatut PIC 9(8).
           02 frs_idmembreSaison PIC 9(3).

       FD fincident.
       01 tamp_fincident.
           02 fic_cle.
               03 fic_idactivite PIC 9(3).
               03 fic_semaine PIC 9(2).
               03 fic_numero PIC 9(2).
           02 fic_idmembre PIC 9(3).
           02 fic_nomMembre PIC A(20).
           02 fic_prenomMembre PIC A(20).
           02 fic_dateNaissance PIC 9(8).
           02 fic_telephone PIC X(20).
           02 fic_adresse PIC X(30).
           02 fic_idfamille PIC 9(3).
           02 fic_saison PIC 9(4).
           02 fic_date PIC 9(8).
           02 fic_type PIC A(20).
           02 fic_nomActivite PIC A(20).
           02 fic_jour PIC 9.
           02 fic_heureD PIC 9(2).
           02 fic_heureF PIC 9(2).
           02 fic_idlieu PIC 9(3).
           02 fic_encadrant PIC A(20).
           02 fic_idencadrant PIC 9(3).
           02 fic_present PIC 9.
           02 fic_description PIC X(60).
           02 fic_gravite PIC 9.
           02 fic_secours PIC 9.
           02 fic_temoins PIC X(60).
           02 fic_statutAssurance PIC 9.
           02 fic_dateDeclaration PIC 9(8).

       FD fmateriel.
       01 tamp_fmateriel.
           02 fpa_idactivite PIC 9(3).
           02 fpa_datePaiement PIC 9(8).
           02 fpa_montant PIC 9(5).
           02 fpa_retrait PIC 9.
           02 fpa_modePaiement PIC 9.
           02 fpa_numCheque PIC X(10).
           02 fpa_banque PIC A(20).
           02 fpa_numBordereau PIC 9(5).
           02 fpa_rapproche PIC 9.

       FD fbordereau.
       01 tamp_fbordereau.
           02 fbo_numBordereau PIC 9(5).
           02 fbo_date PIC 9(8).
           02 fbo_modePaiement PIC 9.
           02 fbo_nbPaiements PIC 9(4).
           02 fbo_montant PIC 9(7).
           02 fbo_rapproche PIC 9.
           02 fbo_dateReleve PIC 9(8).

       FD fremboursement.
       01 tamp_fremboursement.
           02 frb_numavoir PIC 9(6).
           02 frb_idmembre PIC 9(3).
           02 frb_idactivite PIC 9(3).
           02 frb_date PIC 9(8).
           02 frb_montantVerse PIC 9(5).
           02 frb_seances PIC 9(2).
           02 frb_seancesRestantes PIC 9(2).
           02 frb_montant PIC 9(5).
           02 frb_mode PIC 9.
           02 frb_idactiviteReport PIC 9(3).
           02 frb_cloture PIC 9.

       FD fattente.
       01 tamp_fattente.
           02 fre_encadrantAbsent PIC A(20).
           02 fre_remplacant PIC A(20).
           02 fre_motif PIC X(20).
           02 fre_idremplacant PIC 9(3).

       FD fpresence.
       01 tamp_fpresence.
       FD fnumrecu.
       01 numrecu-ligne PIC 9(6).

       FD fnumavoir.
       01 numavoir-ligne PIC 9(6).

       FD favoir.
       01 avoir-ligne PIC X(100).

       FD fnumbordereau.
       01 numbordereau-ligne PIC 9(5).

       FD fremise.
       01 remise-ligne PIC X(100).

       FD freleve.
       01 releve-ligne PIC X(200).

       FD frapprochement.
       01 rapprochement-ligne PIC X(100).

       FD fattestation.
       01 attestation-ligne PIC X(100).

       FD favis.
       01 avis-ligne PIC X(100).

       FD fappelAvis.
       01 appelAvis-ligne PIC X(200).

       FD fdoublon.
       01 doublon-ligne PIC X(120).

       FD fecriture.
       01 ecriture-ligne PIC X(150).

       FD fformulaire.
       01 formulaire-ligne PIC X(120).

       FD fcampagne.
       01 campagne-ligne PIC X(100).

       FD fdeclaration.
       01 declaration-ligne PIC X(100).

       FD fsecurite.
       01 securite-ligne PIC X(100).

       FD fgrille.
       01 grille-ligne PIC X(120).

       FD fremplissage.
       01 remplissage-ligne PIC X(100).

       FD fqualification.
       01 qualification-ligne PIC X(100).

       FD frappelCertificat.
       01 rappelCertificat-ligne PIC X(100).

       FD frelance.
       01 relance-ligne PIC X(100).

           02 aa_heureF PIC 9(2).
           02 aa_type PIC A(20).
           02 aa_idlieu PIC 9(3).
           02 aa_idencadrant PIC 9(3).

       FD ftypeArchive.
       01 tamp_ftypeArchive.
           02 at_gratuit PIC 9.
           02 at_ageMin PIC 9(2).
           02 at_ageMax PIC 9(2).
           02 at_certificatRequis PIC 9.

       FD fdepenseArchive.
       01 tamp_fdepenseArchive.
           02 apa_idactivite PIC 9(3).
           02 apa_datePaiement PIC 9(8).
           02 apa_montant PIC 9(5).
           02 apa_retrait PIC 9.
           02 apa_modePaiement PIC 9.
           02 apa_numCheque PIC X(10).
           02 apa_banque PIC A(20).
           02 apa_numBordereau PIC 9(5).
           02 apa_rapproche PIC 9.

       FD fremboursementArchive.
       01 tamp_fremboursementArchive.
           02 arb_clearchive.
               03 arb_saison PIC 9(4).
               03 arb_numavoir PIC 9(6).
           02 arb_idmembre PIC 9(3).
           02 arb_idactivite PIC 9(3).
           02 arb_date PIC 9(8).
           02 arb_montantVerse PIC 9(5).
           02 arb_seances PIC 9(2).
           02 arb_seancesRestantes PIC 9(2).
           02 arb_montant PIC 9(5).
           02 arb_mode PIC 9.
           02 arb_idactiviteReport PIC 9(3).
           02 arb_cloture PIC 9.

       FD fcertificatArchive.
       01 tamp_fcertificatArchive.
           02 ace_clearchive.
               03 ace_saison PIC 9(4).
               03 ace_idmembre PIC 9(3).
           02 ace_numLicence PIC X(15).
           02 ace_saisonLicence PIC 9(4).
           02 ace_dateCertificat PIC 9(8).
           02 ace_dateExpiration PIC 9(8).

       FD fencadrantArchive.
       01 tamp_fencadrantArchive.
           02 aen_clearchive.
               03 aen_saison PIC 9(4).
               03 aen_idmembre PIC 9(3).
           02 aen_secourisme PIC X(20).
           02 aen_secourismeExpiration PIC 9(8).
           02 aen_qualifications PIC X(240).

       FD fmembreSauvegarde.
       01 tamp_fmembreSauvegarde.
           02 sa_heureF PIC 9(2).
           02 sa_type PIC A(20).
           02 sa_idlieu PIC 9(3).
           02 sa_idencadrant PIC 9(3).

       FD ftypeSauvegarde.
       01 tamp_ftypeSauvegarde.
           02 st_gratuit PIC 9.
           02 st_ageMin PIC 9(2).
           02 st_ageMax PIC 9(2).
           02 st_certificatRequis PIC 9.

       FD fattenteSauvegarde.
       01 tamp_fattenteSauvegarde.
           02 spa_idactivite PIC 9(3).
           02 spa_datePaiement PIC 9(8).
           02 spa_montant PIC 9(5).
           02 spa_retrait PIC 9.
           02 spa_modePaiement PIC 9.
           02 spa_numCheque PIC X(10).
           02 spa_banque PIC A(20).
           02 spa_numBordereau PIC 9(5).
           02 spa_rapproche PIC 9.

       FD ffamilleSauvegarde.
       01 tamp_ffamilleSauvegarde.
           02 sf_adresse PIC X(30).
           02 sf_telephone PIC X(20).

       FD fpretSauvegarde.
       01 tamp_fpretSauvegarde.
           02 spt_clesauvegarde.
               03 spt_date PIC 9(8).
               03 spt_idpret PIC 9(5).
           02 spt_idmembre PIC 9(3).
           02 spt_idmateriel PIC 9(3).
           02 spt_qte PIC 9(3).
           02 spt_dateEmprunt PIC 9(8).
           02 spt_dateRetour PIC 9(8).

       FD fremboursementSauvegarde.
       01 tamp_fremboursementSauvegarde.
           02 srb_clesauvegarde.
               03 srb_date PIC 9(8).
               03 srb_numavoir PIC 9(6).
           02 srb_idmembre PIC 9(3).
           02 srb_idactivite PIC 9(3).
           02 srb_dateAvoir PIC 9(8).
           02 srb_montantVerse PIC 9(5).
           02 srb_seances PIC 9(2).
           02 srb_seancesRestantes PIC 9(2).
           02 srb_montant PIC 9(5).
           02 srb_mode PIC 9.
           02 srb_idactiviteReport PIC 9(3).
           02 srb_cloture PIC 9.

       FD fcertificatSauvegarde.
       01 tamp_fcertificatSauvegarde.
           02 sce_clesauvegarde.
               03 sce_date PIC 9(8).
               03 sce_idmembre PIC 9(3).
           02 sce_numLicence PIC X(15).
           02 sce_saisonLicence PIC 9(4).
           02 sce_dateCertificat PIC 9(8).
           02 sce_dateExpiration PIC 9(8).

       FD fencadrantSauvegarde.
       01 tamp_fencadrantSauvegarde.
           02 sen_clesauvegarde.
               03 sen_date PIC 9(8).
               03 sen_idmembre PIC 9(3).
           02 sen_secourisme PIC X(20).
           02 sen_secourismeExpiration PIC 9(8).
           02 sen_qualifications PIC X(240).

       FD freservationSauvegarde.
       01 tamp_freservationSauvegarde.
           02 srs_clesauvegarde.
               03 srs_date PIC 9(8).
               03 srs_idmembre PIC 9(3).
               03 srs_idactivite PIC 9(3).
           02 srs_idfamille PIC 9(3).
           02 srs_saisonPrec PIC 9(4).
           02 srs_idactivitePrec PIC 9(3).
           02 srs_dateLimite PIC 9(8).
           02 srs_statut PIC 9.
           02 srs_dateStatut PIC 9(8).
           02 srs_idmembreSaison PIC 9(3).

       FD fremplacementSauvegarde.
       01 tamp_fremplacementSauvegarde.
           02 srp_clesauvegarde.
               03 srp_date PIC 9(8).
               03 srp_idactivite PIC 9(3).
               03 srp_semaine PIC 9(2).
           02 srp_encadrantAbsent PIC A(20).
           02 srp_remplacant PIC A(20).
           02 srp_motif PIC X(20).
           02 srp_idremplacant PIC 9(3).

       FD fincidentSauvegarde.
       01 tamp_fincidentSauvegarde.
           02 sic_clesauvegarde.
               03 sic_date PIC 9(8).
               03 sic_idactivite PIC 9(3).
               03 sic_semaine PIC 9(2).
               03 sic_numero PIC 9(2).
           02 sic_idmembre PIC 9(3).
           02 sic_nomMembre PIC A(20).
           02 sic_prenomMembre PIC A(20).
           02 sic_dateNaissance PIC 9(8).
           02 sic_telephone PIC X(20).
           02 sic_adresse PIC X(30).
           02 sic_idfamille PIC 9(3).
           02 sic_saison PIC 9(4).
           02 sic_dateIncident PIC 9(8).
           02 sic_type PIC A(20).
           02 sic_nomActivite PIC A(20).
           02 sic_jour PIC 9.
           02 sic_heureD PIC 9(2).
           02 sic_heureF PIC 9(2).
           02 sic_idlieu PIC 9(3).
           02 sic_encadrant PIC A(20).
           02 sic_idencadrant PIC 9(3).
           02 sic_present PIC 9.
           02 sic_description PIC X(60).
           02 sic_gravite PIC 9.
           02 sic_secours PIC 9.
           02 sic_temoins PIC X(60).
           02 sic_statutAssurance PIC 9.
           02 sic_dateDeclaration PIC 9(8).

       FD fsauvlog.
       01 sauvlog-ligne PIC X(100).

           77 cr_fpaiement PIC 9(2).
           77 cr_fpaiementArchive PIC 9(2).
           77 cr_fpaiementSauvegarde PIC 9(2).
           77 cr_fpretSauvegarde PIC 9(2).
           77 cr_fremboursementSauvegarde PIC 9(2).
           77 cr_fcertificatSauvegarde PIC 9(2).
           77 cr_fencadrantSauvegarde PIC 9(2).
           77 cr_freservationSauvegarde PIC 9(2).
           77 cr_fremplacementSauvegarde PIC 9(2).
           77 cr_fincidentSauvegarde PIC 9(2).
           77 WmontantRecu PIC 9(5).
           77 WtotalVerse PIC 9(7).
           77 WsoldeInscription PIC 9(7).
           77 WfinPaiement PIC 9.
           77 WstopPaiement PIC 9.

           77 cr_fremboursement PIC 9(2).
           77 cr_fremboursementArchive PIC 9(2).
           77 cr_fcertificatArchive PIC 9(2).
           77 cr_fencadrantArchive PIC 9(2).
           77 cr_fnumavoir PIC 9(2).
           77 cr_favoir PIC 9(2).
           77 WnumAvoir PIC 9(6).
           77 WmontantAvoir PIC 9(5).
           77 WmontantConsomme PIC 9(5).
           77 WmontantVerseRetrait PIC 9(7).
           77 WmodeAvoir PIC 9.
           77 WidActiviteRetrait PIC 9(3).
           77 WidActiviteReport PIC 9(3).
           77 WsemaineRetrait PIC 9(2).
           77 WsemSeance PIC 9(2).
           77 WseanceTenue PIC 9.
           77 WnbSeances PIC 9(2).
           77 WnbSeancesRestantes PIC 9(2).
           77 WfinAvoir PIC 9.
           77 WtotalAvoirEmis PIC 9(7).
           77 WstopAvoir PIC 9.
           77 WrecettesBrutes PIC 9(7).
           77 WtotalRembourse PIC 9(7).
           77 WtotalAvoirsReportes PIC 9(7).
           77 WarchiveRemboursementsOk PIC 9.

           77 cr_fbordereau PIC 9(2).
           77 cr_fnumbordereau PIC 9(2).
           77 cr_fremise PIC 9(2).
           77 cr_freleve PIC 9(2).
           77 cr_frapprochement PIC 9(2).
           77 WmodePaiement PIC 9.
           77 WnumCheque PIC X(10).
           77 Wbanque PIC A(20).
           77 WlibelleMode PIC A(16).
           77 WnumBordereau PIC 9(5).
           77 WnbRemis PIC 9(4).
           77 WtotalRemis PIC 9(7).
           77 WreleveDate PIC X(8).
           77 WreleveMontant PIC X(7) JUSTIFIED RIGHT.
           77 WreleveReference PIC X(20).
           77 WreleveLibelle PIC X(40).
           77 WrefBordereau PIC X(5) JUSTIFIED RIGHT.
           77 WmontantReleve PIC 9(7).
           77 WligneRapprochee PIC 9.
           77 WnbLignesReleve PIC 9(4).
           77 WnbRapprochees PIC 9(4).
           77 WnbNonRapprochees PIC 9(4).
           77 WnbIgnorees PIC 9(4).
           77 WnbEnSouffrance PIC 9(4).
           77 WdelaiRemise PIC 9(3).
           77 WjourJulienJour PIC 9(7).
           77 WageJours PIC 9(7).
           77 WfinBordereau PIC 9.
           77 WreleveMontantBrut PIC X(12).
           77 WreleveCentimes PIC X(2).

           77 cr_fcertificat PIC 9(2).
           77 cr_frappelCertificat PIC 9(2).
           77 WcertificatRequis PIC 9.
           77 WcertificatExiste PIC 9.
           77 WnumLicence PIC X(15).
           77 WsaisonLicence PIC 9(4).
           77 WdateCertificat PIC 9(8).
           77 WdateExpiration PIC 9(8).
           77 WsaisonCourante PIC 9(4).
           77 WanJour PIC 9(4).
           77 WsemaineJour PIC 9(2).
           77 WjourJulienAn PIC 9(7).
           77 WjourJulienFin PIC 9(7).
           77 WjourJulienExpiration PIC 9(7).
           77 WanFinActivite PIC 9(4).
           77 WstatutCertificat PIC X(25).
           77 WnbRappels PIC 9(4).
           77 WtelephoneContact PIC X(20).
           77 WnomContact PIC X(20).

           77 cr_fencadrant PIC 9(2).
           77 cr_fqualification PIC 9(2).
           77 Widencadrant PIC 9(3).
           77 WencadrantExiste PIC 9.
           77 WqualifOk PIC 9.
           77 WsecourismeOk PIC 9.
           77 WtypeQualifOk PIC 9.
           77 WexpirationQualif PIC 9(8).
           77 WsemaineQualif PIC 9(2).
           77 WsemainePassee PIC 9.
           77 WsemaineCalcul PIC 9(2).
           77 WjourJulienSemaine PIC 9(7).
           77 WixQualif PIC 9.
           77 WfinQualif PIC 9.
           77 WnbAlertesQualif PIC 9(4).
           77 WestTitulaire PIC 9.

           77 cr_fgrille PIC 9(2).
           77 cr_fremplissage PIC 9(2).
           77 WsemDebutSaison PIC 9(2).
           77 WsemFinSaison PIC 9(2).
           77 WnbSemainesSaison PIC 9(2).
           77 WjourGrille PIC 9.
           77 WheureGrille PIC 9(2).
           77 WheureEdition PIC Z9.
           77 WposGrille PIC 9(3).
           77 WheuresReservees PIC 9(5).
           77 WheuresOuvertes PIC 9(5).
           77 WtauxOccupation PIC 9(3).
           77 WnbRemplacements PIC 9(2).
           77 WnbAttente PIC 9(3).
           77 WnbPointages PIC 9(5).
           77 WtauxRemplissage PIC 9(3).
           77 WtauxPresence PIC 9(3).
           77 WseuilSousRemplie PIC 9(2).
           77 WdrapeauRemplissage PIC X(12).
           77 WnbTypesRemplissage PIC 9(2).

           77 cr_favis PIC 9(2).
           77 cr_fappelAvis PIC 9(2).
           77 WtypeAvis PIC 9.
           77 WnbAvis PIC 9(4).
           77 WnbAvisTotal PIC 9(5).
           77 WnbAnnulAvis PIC 9(3).
           77 WnbRemplAvis PIC 9(3).
           77 WsemaineAvis PIC 9(2).
           77 WsemaineProchaine PIC 9(2).
           77 WmotifAvis PIC X(20).
           77 WrattrapageAvis PIC 9.
           77 WratJour PIC 9.
           77 WratSemaine PIC 9(2).
           77 WratHeureD PIC 9(2).
           77 WratHeureF PIC 9(2).
           77 WremplacantAvis PIC A(20).
           77 WabsentAvis PIC A(20).
           77 WadresseContact PIC X(30).
           77 WstatutAvis PIC X(20).
           77 WfinAvisSeance PIC 9.
           77 WstopAvisSeance PIC 9.

           77 cr_fdoublon PIC 9(2).
           77 WnbMembresDb PIC 9(3).
           77 WnbDoublons PIC 9(4).
           77 WixDb1 PIC 9(4).
           77 WixDb2 PIC 9(4).
           77 WscoreDoublon PIC 9(3).
           77 WseuilDoublon PIC 9(3).
           77 WtexteBrut PIC X(30).
           77 WtexteNorm PIC X(30).
           77 WlgNorm PIC 9(2).
           77 WixNorm PIC 9(2).
           77 WidConserve PIC 9(3).
           77 WidAbsorbe PIC 9(3).
           77 WchoixFusion PIC 9.
           77 WnbFusion PIC 9(3).
           77 WixFusion PIC 9(3).
           77 WfusionPaye PIC 9.
           77 WfusionMontant PIC 9(5).
           77 WfusionDatePaiement PIC 9(8).
           77 WfamilleAbsorbe PIC 9(3).
           77 WtelAbsorbe PIC X(20).
           77 WadresseAbsorbe PIC X(30).
           77 WnaissanceAbsorbe PIC 9(8).
           77 WencadrantFusion PIC 9.
           77 WcertificatAbsorbe PIC X(38).
           77 WixQualifAbsorbe PIC 9.
           77 WqualifPlace PIC 9.
           77 WreservationAbsorbe PIC X(36).
           77 WstatutAbsorbe PIC 9.
           77 WnbDoubleInscr PIC 9(3).
           77 WixDoubleInscr PIC 9(3).

           77 cr_fcorrespondance PIC 9(2).
           77 cr_fperiode PIC 9(2).
           77 cr_fecriture PIC 9(2).
           77 WnatureCompte PIC X.
           77 WlibelleCompte PIC X(20).
           77 WcompteSaisi PIC X(8).
           77 WintituleSaisi PIC X(30).
           77 WcompteTrouve PIC X(8).
           77 WcompteAttente PIC X(8).
           77 WcompteDebit PIC X(8).
           77 WcompteCredit PIC X(8).
           77 WnbSansCompte PIC 9(5).
           77 WdateControle PIC 9(8).
           77 WmoisControle PIC 9(6).
           77 WperiodeCloturee PIC 9.
           77 WavoirRefuse PIC 9.
           77 WretraitRefuse PIC 9.
           77 WclotureAvoir PIC 9.
           77 WclotureAvant PIC 9.
           77 WmoisDebutExport PIC 9(6).
           77 WmoisFinExport PIC 9(6).
           77 WmoisCloture PIC 9(6).
           77 WanCloture PIC 9(4).
           77 WmmCloture PIC 9(2).
           77 WdateExport PIC 9(8).
           77 WchoixCloture PIC 9.
           77 WdatePiece PIC 9(8).
           77 WcodeJournal PIC X(2).
           77 WnumPiece PIC 9(6).
           77 WmontantPiece PIC 9(5).
           77 WlibellePiece PIC X(50).
           77 WtotalDebit PIC 9(9).
           77 WtotalCredit PIC 9(9).
           77 WnbEcritures PIC 9(6).

           77 cr_freservation PIC 9(2).
           77 cr_fformulaire PIC 9(2).
           77 cr_fcampagne PIC 9(2).
           77 WsaisonCampagne PIC 9(4).
           77 WdateJourCampagne PIC 9(8).
           77 WdateLimiteCampagne PIC 9(8).
           77 WnbCampagne PIC 9(3).
           77 WixCa PIC 9(4).
           77 WjxCa PIC 9(4).
           77 WnbIgnoresCampagne PIC 9(5).
           77 WnbReservesCampagne PIC 9(3).
           77 WnbCompletsCampagne PIC 9(3).
           77 WnbSansEquivalent PIC 9(3).
           77 WactiviteEquivalente PIC 9(3).
           77 WplacesCampagne PIC 9(3).
           77 WtypeCampagne PIC A(20).
           77 WjourCampagne PIC 9.
           77 WheureCampagne PIC 9(2).
           77 WnbReserves PIC 9(3).
           77 WfinReserve PIC 9.
           77 WstopReserve PIC 9.
           77 WfamilleForm PIC 9(3).
           77 WmembreForm PIC 9(3).
           77 WidReserve PIC 9(3).
           77 WactiviteReserve PIC 9(3).
           77 WidMembreSaison PIC 9(3).
           77 WreservationOk PIC 9.
           77 WmemePersonne PIC 9.
           77 WstatutReserve PIC X(10).
           77 WnbLiberees PIC 9(4).
           77 WnbActLiberees PIC 9(3).
           77 WnbPromusReserve PIC 9(4).
           77 WixLib PIC 9(3).
           77 WlibTrouvee PIC 9.
           77 WnbConfirmees PIC 9(4).
           77 WnbEnAttente PIC 9(4).
           77 WnbLibereesAct PIC 9(4).
           77 WtotConfirmees PIC 9(5).
           77 WtotEnAttente PIC 9(5).
           77 WtotLiberees PIC 9(5).

           77 cr_fincident PIC 9(2).
           77 cr_fdeclaration PIC 9(2).
           77 cr_fsecurite PIC 9(2).
           77 WsemaineIncident PIC 9(2).
           77 WnumIncident PIC 9(2).
           77 WidactiviteIncident PIC 9(3).
           77 WincidentTrouve PIC 9.
           77 WlieuIncident PIC 9(3).
           77 WencadrantIncident PIC A(20).
           77 WidEncadrantIncident PIC 9(3).
           77 WtypeIncident PIC A(20).
           77 WpresentIncident PIC 9.
           77 WchoixIncident PIC 9.
           77 WdateIncident PIC 9(8).
           77 WdescriptionIncident PIC X(60).
           77 WgraviteIncident PIC 9.
           77 WsecoursIncident PIC 9.
           77 WtemoinsIncident PIC X(60).
           77 WstatutAssurance PIC 9.
           77 WlibelleAssurance PIC X(20).
           77 WqualiteContact PIC X(20).
           77 WsaisonIncident PIC 9(4).
           77 WanIncident PIC 9(4).
           77 WmmjjIncident PIC 9(4).
           77 WnomIncident PIC A(20).
           77 WprenomIncident PIC A(20).
           77 WnaissanceIncident PIC 9(8).
           77 WtelIncident PIC X(20).
           77 WadresseIncident PIC X(30).
           77 WfamilleIncident PIC 9(3).
           77 WnomActIncident PIC A(20).
           77 WjourIncident PIC 9.
           77 WheureDIncident PIC 9(2).
           77 WheureFIncident PIC 9(2).
           77 WnbIncidents PIC 9(4).
           77 WnbIncidentsGraves PIC 9(4).
           77 WnbIncidentsSecours PIC 9(4).
           77 WnbTypesIncident PIC 9(2).
           77 WnbLieuxIncident PIC 9(2).
           77 WixIncident PIC 9(2).
           77 WposIncident PIC 9(2).

           01 WtabSecuriteType.
               02 WsecTypeEntree OCCURS 30.
                   03 WsecType PIC A(20).
                   03 WsecTypeNb PIC 9(4).
                   03 WsecTypeGraves PIC 9(4).
                   03 WsecTypeSecours PIC 9(4).

           01 WtabSecuriteLieu.
               02 WsecLieuEntree OCCURS 50.
                   03 WsecLieu PIC 9(3).
                   03 WsecLieuNb PIC 9(4).
                   03 WsecLieuGraves PIC 9(4).
                   03 WsecLieuSecours PIC 9(4).

           01 WtabCampagne.
               02 WcaEntree OCCURS 999.
                   03 WcaMembre PIC 9(3).
                   03 WcaFamille PIC 9(3).
                   03 WcaActPrec PIC 9(3).
                   03 WcaActivite PIC 9(3).
                   03 WcaResultat PIC 9.
                   03 WcaImprime PIC 9.

           01 WtabLiberation.
               02 WlibEntree OCCURS 300.
                   03 WlibActivite PIC 9(3).
                   03 WlibPlaces PIC 9(3).

           01 WtabDoublons.
               02 WdbEntree OCCURS 999.
                   03 WdbId PIC 9(3).
                   03 WdbNom PIC X(30).
                   03 WdbPrenom PIC X(30).
                   03 WdbNaissance PIC 9(8).
                   03 WdbTel PIC X(30).
                   03 WdbAdresse PIC X(30).

           01 WtabFusion.
               02 WfuEntree OCCURS 600.
                   03 WfuNumRecu PIC 9(6).
                   03 WfuActivite PIC 9(3).
                   03 WfuSemaine PIC 9(2).
                   03 WfuPresent PIC 9.
                   03 WfuRang PIC 9(5).

           01 WencadrantAbsorbe.
               02 WeaIdmembre PIC 9(3).
               02 WeaSecourisme PIC X(20).
               02 WeaSecourismeExpiration PIC 9(8).
               02 WeaQualification OCCURS 5.
                   03 WeaDiplome PIC X(20).
                   03 WeaTypeActivite PIC A(20).
                   03 WeaQualifExpiration PIC 9(8).

           01 WtabDoubleInscr.
               02 WdiActivite PIC 9(3) OCCURS 100.

           01 WtabGrille.
               02 WgrilleJour OCCURS 7.
                   03 WgrilleHeure PIC 9(2) OCCURS 24.

           01 WtabJours.
               02 WnomJour PIC X(10) OCCURS 7.

           01 WtabRemplissage.
               02 WremEntree OCCURS 30.
                   03 WremType PIC A(20).
                   03 WremActivites PIC 9(3).
                   03 WremPlaces PIC 9(5).
                   03 WremInscrits PIC 9(5).
                   03 WremAttente PIC 9(5).
                   03 WremPresents PIC 9(6).
                   03 WremPointages PIC 9(6).

           77 WdateCalcul PIC 9(8).
           77 WanCalcul PIC 9(4).
           77 WmmjjCalcul PIC 9(4).
           77 WmoisCalcul PIC 9(2).
           77 WjourCalcul PIC 9(2).
           77 WjulA PIC 9.
           77 WjulY PIC 9(5).
           77 WjulM PIC 9(2).
           77 WjulQ1 PIC 9(5).
           77 WjulQ2 PIC 9(5).
           77 WjulQ3 PIC 9(5).
           77 WjulQ4 PIC 9(5).
           77 WjourJulien PIC 9(7).

           77 cr_frecu PIC 9(2).
           77 cr_fnumrecu PIC 9(2).
           77 cr_fattestation PIC 9(2).
           77 WarchiveInscriptionsOk PIC 9.
           77 WarchiveActivitesOk PIC 9.
           77 WarchiveTypesOk PIC 9.
           77 WarchiveCertificatsOk PIC 9.
           77 WarchiveEncadrantsOk PIC 9.
           77 WarchivePaiementsOk PIC 9.

       PROCEDURE DIVISION.

	          close fpaiement

              open I-O fremboursement

	          if cr_fremboursement = 35  then
	              open output fremboursement
	          end-if

	          close fremboursement

              open I-O fencadrant

	          if cr_fencadrant = 35  then
	              open output fencadrant
	          end-if

	          close fencadrant

              open I-O fcertificat

	          if cr_fcertificat = 35  then
	              open output fcertificat
	          end-if

	          close fcertificat

              open I-O fcorrespondance

	          if cr_fcorrespondance = 35  then
	              open output fcorrespondance
	          end-if

	          close fcorrespondance

              open I-O fperiode

	          if cr_fperiode = 35  then
	              open output fperiode
	          end-if

	          close fperiode

              open I-O freservation

	          if cr_freservation = 35  then
	              open output freservation
	          end-if

	          close freservation

              open I-O fincident

	          if cr_fincident = 35  then
	              open output fincident
	          end-if

	          close fincident

              open I-O fbordereau

	          if cr_fbordereau = 35  then
	              open output fbordereau
	          end-if

	          close fbordereau

              open I-O fmateriel

	          if cr_fmateriel = 35  then

	          close fpaiementArchive

              open I-O fremboursementArchive

	          if cr_fremboursementArchive = 35  then
	              open output fremboursementArchive
	          end-if

	          close fremboursementArchive

              open I-O fcertificatArchive

	          if cr_fcertificatArchive = 35  then
	              open output fcertificatArchive
	          end-if

	          close fcertificatArchive

              open I-O fencadrantArchive

	          if cr_fencadrantArchive = 35  then
	              open output fencadrantArchive
	          end-if

	          close fencadrantArchive

              open I-O fmembreSauvegarde

	          if cr_fmembreSauvegarde = 35  then

	          close fpaiementSauvegarde

              open I-O fpretSauvegarde

	          if cr_fpretSauvegarde = 35  then
	              open output fpretSauvegarde
	          end-if

	          close fpretSauvegarde

              open I-O fremboursementSauvegarde

	          if cr_fremboursementSauvegarde = 35  then
	              open output fremboursementSauvegarde
	          end-if

	          close fremboursementSauvegarde

              open I-O fcertificatSauvegarde

	          if cr_fcertificatSauvegarde = 35  then
	              open output fcertificatSauvegarde
	          end-if

	          close fcertificatSauvegarde

              open I-O fencadrantSauvegarde

	          if cr_fencadrantSauvegarde = 35  then
	              open output fencadrantSauvegarde
	          end-if

	          close fencadrantSauvegarde

              open I-O freservationSauvegarde

	          if cr_freservationSauvegarde = 35  then
	              open output freservationSauvegarde
	          end-if

	          close freservationSauvegarde

              open I-O fremplacementSauvegarde

	          if cr_fremplacementSauvegarde = 35  then
	              open output fremplacementSauvegarde
	          end-if

	          close fremplacementSauvegarde

              open I-O fincidentSauvegarde

	          if cr_fincidentSauvegarde = 35  then
	              open output fincidentSauvegarde
	          end-if

	          close fincidentSauvegarde

              open I-O ffamilleSauvegarde

	          if cr_ffamilleSauvegarde = 35  then

	          close fjournal

	          move 50 to WseuilSousRemplie
	          move 50 to WseuilDoublon
	          move "471000" to WcompteAttente

	          move "Lundi" to WnomJour(1)
	          move "Mardi" to WnomJour(2)
	          move "Mercredi" to WnomJour(3)
	          move "Jeudi" to WnomJour(4)
	          move "Vendredi" to WnomJour(5)
	          move "Samedi" to WnomJour(6)
	          move "Dimanche" to WnomJour(7)

	          perform DetectionModeBatch

	          if WmodeBatch = 1 then
		         display "62 - Enregistrer un retour de materiel"
		         display "63 - Prets en cours d'un membre"
		         display "64 - Materiel non rendu"
		         display "65 - Afficher les avoirs et remboursements"
		         display "66 - Preparer une remise en banque"
		         display "67 - Afficher les bordereaux de remise"
		         display "68 - Rapprochement bancaire"
		         display "69 - Saisir certificat medical et licence"
		         display "70 - Afficher les certificats et licences"
		         display "71 - Certificats expirant sous 30 jours"
		         display "72 - Saisir la fiche d'un encadrant"
		         display "73 - Afficher le registre des encadrants"
		         display "74 - Qualifications expirant avant fin d'activite"
		         display "75 - Grille d'occupation des lieux"
		         display "76 - Taux de remplissage des activites"
		         display "77 - Detecter les doublons de membres"
		         display "78 - Fusionner deux fiches membre"
		         display "79 - Saisir une correspondance de compte"
		         display "80 - Afficher les correspondances de comptes"
		         display "81 - Export comptable et cloture de periode"
		         display "82 - Afficher les periodes comptables"
		         display "83 - Campagne de reinscription prioritaire"
		         display "84 - Confirmer une reservation de reinscription"
		         display "85 - Liberer les reservations echues"
		         display "86 - Etat de la campagne de reinscription"
		         display "87 - Enregistrer un incident ou accident"
		         display "88 - Suivi assurance d'un incident"
		         display "89 - Declaration d'assurance d'un incident"
		         display "90 - Rapport securite de la saison"

		         perform with test after until WstopMenuPresident >= 1
			      				and WstopMenuPresident <= 90

		                     display "Votre choix possible de [1-90] : ?"
				      accept WstopMenuPresident

	                end-perform
		                  Perform ListePretsNonRendus
		                end-if

		                 if WstopMenuPresident=65 then
		                  Perform affichageAvoir
		                end-if

		                 if WstopMenuPresident=66 then
		                  Perform RemiseEnBanque
		                end-if

		                 if WstopMenuPresident=67 then
		                  Perform affichageBordereaux
		                end-if

		                 if WstopMenuPresident=68 then
		                  Perform RapprochementBancaire
		                end-if

		                 if WstopMenuPresident=69 then
		                  Perform SaisieCertificat
		                end-if

		                 if WstopMenuPresident=70 then
		                  Perform affichageCertificats
		                end-if

		                 if WstopMenuPresident=71 then
		                  Perform RappelCertificats
		                end-if

		                 if WstopMenuPresident=72 then
		                  Perform SaisieRegistreEncadrant
		                end-if

		                 if WstopMenuPresident=73 then
		                  Perform affichageRegistreEncadrants
		                end-if

		                 if WstopMenuPresident=74 then
		                  Perform RapportQualifications
		                end-if

		                 if WstopMenuPresident=75 then
		                  Perform GrilleOccupationLieux
		                end-if

		                 if WstopMenuPresident=76 then
		                  Perform RapportRemplissage
		                end-if

		                 if WstopMenuPresident=77 then
		                  Perform DetectionDoublons
		                end-if

		                 if WstopMenuPresident=78 then
		                  Perform FusionMembres
		                end-if

		                 if WstopMenuPresident=79 then
		                  Perform SaisieCompteComptable
		                end-if

		                 if WstopMenuPresident=80 then
		                  Perform affichageComptesComptables
		                end-if

		                 if WstopMenuPresident=81 then
		                  Perform ExportComptable
		                end-if

		                 if WstopMenuPresident=82 then
		                  Perform affichagePeriodes
		                end-if

		                 if WstopMenuPresident=83 then
		                  Perform CampagneReinscription
		                end-if

		                 if WstopMenuPresident=84 then
		                  Perform ConfirmationReservation
		                end-if

		                 if WstopMenuPresident=85 then
		                  Perform LiberationReservations
		                end-if

		                 if WstopMenuPresident=86 then
		                  Perform RapportCampagne
		                end-if

		                 if WstopMenuPresident=87 then
		                  Perform SaisieIncident
		                end-if

		                 if WstopMenuPresident=88 then
		                  Perform SuiviAssuranceIncident
		                end-if

		                 if WstopMenuPresident=89 then
		                  Perform DeclarationAssurance
		                end-if

		                 if WstopMenuPresident=90 then
		                  Perform RapportSecurite
		                end-if


		         Display "Voulez-vous sortir (0 pour non , 1 pour oui)?"
		         Accept WstopMenuPresident
               perform AffichMembre

               perform DossierFamilleMembre
               perform DossierCertificatMembre
               perform DossierInscriptionsMembre
               perform DossierPresencesMembre
               perform DossierAttentesMembre
               perform DossierIncidentsMembre

               display "==========================================".

               end-if.


           DossierCertificatMembre.

               display "----- Certificat medical et licence -----"

               perform CalculSemaineJour

               open input fcertificat

               move Widmembre to fce_idmembre

               read fcertificat

                   invalid key
                       display "Aucun certificat ni licence enregistre"

                   not invalid key

                       perform StatutCertificat

                       display "Licence " fce_numLicence
                               " saison " fce_saisonLicence
                       display "Certificat du " fce_dateCertificat
                               " au " fce_dateExpiration " : "
                               WstatutCertificat

               end-read

               close fcertificat.


           DossierInscriptionsMembre.

               display "----- Inscriptions -----"
                       " - Seances absentes : "WnbAbsents.


           DossierIncidentsMembre.

               display "----- Incidents -----"

               perform CalculSemaineJour

               open input fincident

               move 0 to Wfin1
               move 0 to Wstop
               move 0 to Wcompteur

               move Widmembre to fic_idmembre

               start fincident key is = fic_idmembre

                   invalid key
                       move 1 to Wfin1

                   not invalid key

                       perform with test after until Wfin1 = 1
                                       or Wstop = 1

                           read fincident next

                               at end
                                   move 1 to Wfin1
                               not at end

                                   if fic_idmembre = Widmembre then

                                       if fic_saison = WsaisonCourante
                                       then
                                           perform LigneIncidentMembre
                                       end-if

                                   else
                                       move 1 to Wstop
                                   end-if

                       end-perform

               end-start

               close fincident

               if Wcompteur = 0 then
                   display "Aucun incident sur la saison"
               end-if.


           LigneIncidentMembre.

               add 1 to Wcompteur

               perform LibelleStatutAssurance

               display "  Le "fic_date" "fic_nomActivite
                       " (activite "fic_idactivite
                       " semaine "fic_semaine")"
               display "    Gravite "fic_gravite
                       " - assurance : "WlibelleAssurance
               display "    "fic_description.


           DossierAttentesMembre.

               display "----- Liste d'attente -----"

               open input fattente

               move 0 to Wfin1
               move 0 to Wstop
               end-if.


           DetectionDoublons.

               move 0 to WnbMembresDb
               move 0 to WnbDoublons

               open input fmembre

               move 0 to Wfin

               perform with test after until Wfin = 1

                   read fmembre next

                       at end
                           move 1 to Wfin
                       not at end

                           if WnbMembresDb < 999 then

                               add 1 to WnbMembresDb

                               move fm_idmembre to WdbId(WnbMembresDb)
                               move fm_dateNaissance
                                    to WdbNaissance(WnbMembresDb)

                               move fm_nom to WtexteBrut
                               perform NormaliseTexte
                               move WtexteNorm to WdbNom(WnbMembresDb)

                               move fm_prenom to WtexteBrut
                               perform NormaliseTexte
                               move WtexteNorm to WdbPrenom(WnbMembresDb)

                               move fm_telephone to WtexteBrut
                               perform NormaliseTexte
                               move WtexteNorm to WdbTel(WnbMembresDb)

                               move fm_adresse to WtexteBrut
                               perform NormaliseTexte
                               move WtexteNorm to WdbAdresse(WnbMembresDb)

                           end-if

                   end-read

               end-perform

               close fmembre

               open output fdoublon

               move spaces to doublon-ligne
               string "Doublons probables (score >= " WseuilDoublon
                      " sur 100)"
                      delimited by size into doublon-ligne
               write doublon-ligne

               move spaces to doublon-ligne
               write doublon-ligne

               if WnbMembresDb > 1 then

                   move 1 to WixDb1

                   perform with test after until WixDb1 >= WnbMembresDb

                       compute WixDb2 = WixDb1 + 1

                       perform with test after until WixDb2 > WnbMembresDb

                           perform ScorePaireDoublon

                           if WscoreDoublon >= WseuilDoublon then
                               perform EditionPaireDoublon
                           end-if

                           add 1 to WixDb2

                       end-perform

                       add 1 to WixDb1

                   end-perform

               end-if

               move spaces to doublon-ligne
               write doublon-ligne

               move spaces to doublon-ligne
               string WnbDoublons " paire(s) a examiner"
                      delimited by size into doublon-ligne
               write doublon-ligne

               close fdoublon

               display WnbDoublons " paire(s) de doublons probables, "
                       "liste dans doublons.txt".


           NormaliseTexte.

               inspect WtexteBrut converting
                       "abcdefghijklmnopqrstuvwxyz"
                    to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

               move spaces to WtexteNorm
               move 0 to WlgNorm
               move 1 to WixNorm

               perform with test after until WixNorm > 30

                   if WtexteBrut(WixNorm:1) not = space
                   and WtexteBrut(WixNorm:1) not = "-"
                   and WtexteBrut(WixNorm:1) not = "'"
                   and WtexteBrut(WixNorm:1) not = "."
                   and WtexteBrut(WixNorm:1) not = ","
                   and WtexteBrut(WixNorm:1) not = "/" then
                       add 1 to WlgNorm
                       move WtexteBrut(WixNorm:1)
                            to WtexteNorm(WlgNorm:1)
                   end-if

                   add 1 to WixNorm

               end-perform.


           ScorePaireDoublon.

               move 0 to WscoreDoublon

               if WdbNom(WixDb1) not = spaces then

                   if WdbNom(WixDb1) = WdbNom(WixDb2) then
                       add 30 to WscoreDoublon
                   else
                       if WdbNom(WixDb1)(1:4) = WdbNom(WixDb2)(1:4) then
                           add 15 to WscoreDoublon
                       end-if
                   end-if

               end-if

               if WdbPrenom(WixDb1) not = spaces then

                   if WdbPrenom(WixDb1) = WdbPrenom(WixDb2) then
                       add 25 to WscoreDoublon
                   else
                       if WdbPrenom(WixDb1)(1:3) = WdbPrenom(WixDb2)(1:3)
                       then
                           add 10 to WscoreDoublon
                       end-if
                   end-if

               end-if

               if WdbNaissance(WixDb1) > 0
               and WdbNaissance(WixDb1) = WdbNaissance(WixDb2) then
                   add 25 to WscoreDoublon
               end-if

               if WdbTel(WixDb1) not = spaces
               and WdbTel(WixDb1) = WdbTel(WixDb2) then
                   add 10 to WscoreDoublon
               end-if

               if WdbAdresse(WixDb1) not = spaces
               and WdbAdresse(WixDb1) = WdbAdresse(WixDb2) then
                   add 10 to WscoreDoublon
               end-if.


           EditionPaireDoublon.

               add 1 to WnbDoublons

               open input fmembre

               move WdbId(WixDb1) to fm_idmembre

               read fmembre
                   not invalid key
                       continue
               end-read

               move spaces to doublon-ligne
               string "Score " WscoreDoublon " : " fm_idmembre " "
                      fm_nom " " fm_prenom " " fm_dateNaissance " "
                      fm_telephone
                      delimited by size into doublon-ligne
               write doublon-ligne

               move WdbId(WixDb2) to fm_idmembre

               read fmembre
                   not invalid key
                       continue
               end-read

               move spaces to doublon-ligne
               string "            " fm_idmembre " "
                      fm_nom " " fm_prenom " " fm_dateNaissance " "
                      fm_telephone
                      delimited by size into doublon-ligne
               write doublon-ligne

               close fmembre.


           FusionMembres.

               move 0 to Wtrouve

               perform with test after until Wtrouve = 1
                   display "Identifiant du membre a conserver : ?"
                   accept WidConserve

                   move WidConserve to Widmembre
                   perform existeMembre
               end-perform

               move 0 to Wtrouve

               perform with test after until Wtrouve = 1
                                       and WidAbsorbe not = WidConserve
                   display "Identifiant du doublon a absorber : ?"
                   accept WidAbsorbe

                   move WidAbsorbe to Widmembre
                   perform existeMembre
               end-perform

               open input fmembre

               move WidAbsorbe to fm_idmembre
               read fmembre
                   not invalid key
                       continue
               end-read

               display "Doublon    : " fm_idmembre " " fm_nom " "
                       fm_prenom " " fm_dateNaissance

               move fm_idfamille to WfamilleAbsorbe
               move fm_telephone to WtelAbsorbe
               move fm_adresse to WadresseAbsorbe
               move fm_dateNaissance to WnaissanceAbsorbe

               move WidConserve to fm_idmembre
               read fmembre
                   not invalid key
                       continue
               end-read

               display "Conserve   : " fm_idmembre " " fm_nom " "
                       fm_prenom " " fm_dateNaissance

               close fmembre

               perform with test after until WchoixFusion = 0
                                       or WchoixFusion = 1
                   display "Confirmer la fusion ? 1(Oui) / 0(Non)"
                   accept WchoixFusion
               end-perform

               if WchoixFusion = 1 then

                   perform SauvegardeFichiers

                   if WsauvOk not = 1 then

                       display "Sauvegarde non verifiee, fusion refusee"

                   else

                       move 0 to WnbDoubleInscr

                       perform FusionInscriptions
                       perform FusionRemboursements
                       perform FusionPaiements
                       perform FusionPresences
                       perform FusionAttentes
                       perform FusionPrets
                       perform FusionReservations
                       perform FusionIncidents
                       perform FusionCertificat
                       perform FusionEncadrant
                       perform FusionFicheMembre
                       perform FusionPromotions

                       move "FUSION MEMBRES" to WjournalOperation
                       move spaces to WjournalId
                       string WidAbsorbe " > " WidConserve
                              delimited by size into WjournalId
                       perform Journaliser

                       display "Fusion terminee : membre " WidAbsorbe
                               " absorbe par " WidConserve

                   end-if

               end-if.


           FusionInscriptions.

               move 0 to WnbFusion

               open input finscription

               move 0 to Wfin1
               move 0 to Wstop

               move WidAbsorbe to fi_idmembre

               start finscription key is = fi_idmembre

                   invalid key
                       move 1 to Wfin1

                   not invalid key

                       perform with test after until Wfin1 = 1
                                       or Wstop = 1

                           read finscription next

                               at end
                                   move 1 to Wfin1
                               not at end

                                   if fi_idmembre = WidAbsorbe then
                                       if WnbFusion < 600 then
                                           add 1 to WnbFusion
                                           move fi_idactivite
                                                to WfuActivite(WnbFusion)
                                       end-if
                                   else
                                       move 1 to Wstop
                                   end-if

                       end-perform

               end-start

               close finscription

               if WnbFusion > 0 then

                   move 1 to WixFusion

                   perform with test after until WixFusion > WnbFusion
                       perform FusionUneInscription
                       add 1 to WixFusion
                   end-perform

               end-if.


           FusionUneInscription.

               open I-O finscription

               move WidAbsorbe to fi_idmembre
               move WfuActivite(WixFusion) to fi_idactivite

               read finscription
                   not invalid key
                       continue
               end-read

               move fi_paye to WfusionPaye
               move fi_montant to WfusionMontant
               move fi_datePaiement to WfusionDatePaiement

               delete finscription
               end-delete

               move WidConserve to fi_idmembre
               move WfuActivite(WixFusion) to fi_idactivite

               read finscription

                   invalid key

                       move WidConserve to fi_idmembre
                       move WfuActivite(WixFusion) to fi_idactivite
                       move WfusionPaye to fi_paye
                       move WfusionMontant to fi_montant
                       move WfusionDatePaiement to fi_datePaiement

                       write tamp_finscription
                       end-write

                       move "FUSION INSCRIPTION" to WjournalOperation

                   not invalid key

                       display "Les deux fiches etaient inscrites a "
                               "l'activite " fi_idactivite
                               ", inscription du membre conserve gardee"

                       if WnbDoubleInscr < 100 then
                           add 1 to WnbDoubleInscr
                           move WfuActivite(WixFusion)
                                to WdiActivite(WnbDoubleInscr)
                       end-if

                       move "FUSION DOUBLE INSCR" to WjournalOperation

               end-read

               close finscription

               move spaces to WjournalId
               string WidAbsorbe " > " WidConserve " "
                      WfuActivite(WixFusion)
                      delimited by size into WjournalId
               perform Journaliser.


           FusionPaiements.

               move 0 to WnbFusion

               open input fpaiement

               move 0 to WfinPaiement
               move 0 to WstopPaiement

               move WidAbsorbe to fpa_idmembre

               start fpaiement key is = fpa_idmembre

                   invalid key
                       move 1 to WfinPaiement

                   not invalid key

                       perform with test after until WfinPaiement = 1
                                       or WstopPaiement = 1

                           read fpaiement next

                               at end
                                   move 1 to WfinPaiement
                               not at end

                                   if fpa_idmembre = WidAbsorbe then
                                       if WnbFusion < 600 then
                                           add 1 to WnbFusion
                                           move fpa_numrecu
                                                to WfuNumRecu(WnbFusion)
                                       end-if
                                   else
                                       move 1 to WstopPaiement
                                   end-if

                       end-perform

               end-start

               close fpaiement

               if WnbFusion > 0 then

                   open I-O fpaiement

                   move 1 to WixFusion

                   perform with test after until WixFusion > WnbFusion

                       move WfuNumRecu(WixFusion) to fpa_numrecu

                       read fpaiement

                           invalid key
                               continue

                           not invalid key

                               move WidConserve to fpa_idmembre

                               rewrite tamp_fpaiement
                               end-rewrite

                               move "FUSION PAIEMENT" to WjournalOperation
                               move spaces to WjournalId
                               string fpa_numrecu " > " WidConserve
                                      delimited by size into WjournalId
                               perform Journaliser

                       end-read

                       add 1 to WixFusion

                   end-perform

                   close fpaiement

               end-if

               move 0 to WnbFusion

               open input finscription

               move 0 to Wfin1
               move 0 to Wstop

               move WidConserve to fi_idmembre

               start finscription key is = fi_idmembre

                   invalid key
                       move 1 to Wfin1

                   not invalid key

                       perform with test after until Wfin1 = 1
                                       or Wstop = 1

                           read finscription next

                               at end
                                   move 1 to Wfin1
                               not at end

                                   if fi_idmembre = WidConserve then
                                       if WnbFusion < 600 then
                                           add 1 to WnbFusion
                                           move fi_idactivite
                                                to WfuActivite(WnbFusion)
                                       end-if
                                   else
                                       move 1 to Wstop
                                   end-if

                       end-perform

               end-start

               close finscription

               if WnbFusion > 0 then

                   move 1 to WixFusion

                   perform with test after until WixFusion > WnbFusion
                       perform FusionSoldeInscription
                       add 1 to WixFusion
                   end-perform

               end-if.


           FusionSoldeInscription.

               move WidConserve to Widmembre
               move WfuActivite(WixFusion) to Widactivite

               perform SommePaiementsInscription

               open input finscription

               move WidConserve to fi_idmembre
               move WfuActivite(WixFusion) to fi_idactivite

               read finscription
                   not invalid key
                       continue
               end-read

               close finscription

               if fi_paye = 0 and fi_montant > 0
               and WtotalVerse >= fi_montant then
                   accept Wdatepaiement from date yyyymmdd
                   perform SoldeInscriptionRegle
               end-if

               if WtotalVerse > fi_montant then

                   compute WmontantAvoir = WtotalVerse - fi_montant
                   display "Activite " fi_idactivite " : trop-percu de "
                           WmontantAvoir " euros apres fusion"

                   move WidConserve to Widmembre
                   move WfuActivite(WixFusion) to WidActiviteRetrait
                   move WtotalVerse to WmontantVerseRetrait
                   move fi_montant to WmontantConsomme
                   move 0 to WsemaineRetrait
                   move 0 to WnbSeances
                   move 0 to WnbSeancesRestantes
                   move 0 to WidActiviteReport
                   move 0 to WclotureAvoir

                   perform ChoixModeAvoir
                   perform EnregistrerAvoir

                   if WavoirRefuse = 1 then

                       display "Trop-percu de " WmontantAvoir
                               " euros a regulariser sur une periode "
                               "ouverte"

                       move "AVOIR REFUSE" to WjournalOperation
                       move spaces to WjournalId
                       string WidConserve " " WfuActivite(WixFusion)
                              delimited by size into WjournalId
                       perform Journaliser

                   end-if

               end-if.


           FusionPresences.

               move 0 to WnbFusion

               open input fpresence

               move 0 to Wfin1
               move 0 to Wstop

               move WidAbsorbe to fp_idmembre

               start fpresence key is = fp_idmembre

                   invalid key
                       move 1 to Wfin1

                   not invalid key

                       perform with test after until Wfin1 = 1
                                       or Wstop = 1

                           read fpresence next

                               at end
                                   move 1 to Wfin1
                               not at end

                                   if fp_idmembre = WidAbsorbe then
                                       if WnbFusion < 600 then
                                           add 1 to WnbFusion
                                           move fp_idactivite
                                                to WfuActivite(WnbFusion)
                                           move fp_semaine
                                                to WfuSemaine(WnbFusion)
                                           move fp_present
                                                to WfuPresent(WnbFusion)
                                       end-if
                                   else
                                       move 1 to Wstop
                                   end-if

                       end-perform

               end-start

               close fpresence

               if WnbFusion > 0 then

                   open I-O fpresence

                   move 1 to WixFusion

                   perform with test after until WixFusion > WnbFusion

                       move WfuActivite(WixFusion) to fp_idactivite
                       move WfuSemaine(WixFusion) to fp_semaine
                       move WidAbsorbe to fp_idmembre

                       delete fpresence
                       end-delete

                       move WidConserve to fp_idmembre

                       read fpresence

                           invalid key
                               move WfuActivite(WixFusion) to fp_idactivite
                               move WfuSemaine(WixFusion) to fp_semaine
                               move WidConserve to fp_idmembre
                               move WfuPresent(WixFusion) to fp_present
                               write tamp_fpresence
                               end-write

                           not invalid key
                               if WfuPresent(WixFusion) = 1 then
                                   move 1 to fp_present
                                   rewrite tamp_fpresence
                                   end-rewrite
                               end-if

                       end-read

                       add 1 to WixFusion

                   end-perform

                   close fpresence

                   move "FUSION PRESENCES" to WjournalOperation
                   move spaces to WjournalId
                   string WidAbsorbe " > " WidConserve " " WnbFusion
                          delimited by size into WjournalId
                   perform Journaliser

               end-if.


           FusionAttentes.

               move 0 to WnbFusion

               open input fattente

               move 0 to Wfin1
               move 0 to Wstop

               move WidAbsorbe to fl_idmembre
               move 0 to fl_idactivite

               start fattente key is not less than fl_idattente

                   invalid key
                       move 1 to Wfin1

                   not invalid key

                       perform with test after until Wfin1 = 1
                                       or Wstop = 1

                           read fattente next

                               at end
                                   move 1 to Wfin1
                               not at end

                                   if fl_idmembre = WidAbsorbe then
                                       if WnbFusion < 600 then
                                           add 1 to WnbFusion
                                           move fl_idactivite
                                                to WfuActivite(WnbFusion)
                                           move fl_rang
                                                to WfuRang(WnbFusion)
                                       end-if
                                   else
                                       move 1 to Wstop
                                   end-if

                       end-perform

               end-start

               close fattente

               if WnbFusion > 0 then

                   move 1 to WixFusion

                   perform with test after until WixFusion > WnbFusion

                       move WidConserve to Widmembre
                       move WfuActivite(WixFusion) to Widactivite
                       perform MembreInscrit

                       open I-O fattente

                       move WidAbsorbe to fl_idmembre
                       move WfuActivite(WixFusion) to fl_idactivite

                       delete fattente
                       end-delete

                       if Winscrit = 0 then

                           move WidConserve to fl_idmembre
                           move WfuActivite(WixFusion) to fl_idactivite

                           read fattente

                               invalid key
                                   move WidConserve to fl_idmembre
                                   move WfuActivite(WixFusion)
                                        to fl_idactivite
                                   move WfuRang(WixFusion) to fl_rang
                                   write tamp_fattente
                                   end-write

                               not invalid key
                                   if WfuRang(WixFusion) < fl_rang then
                                       move WfuRang(WixFusion) to fl_rang
                                       rewrite tamp_fattente
                                       end-rewrite
                                   end-if

                           end-read

                       end-if

                       close fattente

                       move "FUSION ATTENTE" to WjournalOperation
                       move spaces to WjournalId
                       string WidAbsorbe " > " WidConserve " "
                              WfuActivite(WixFusion)
                              delimited by size into WjournalId
                       perform Journaliser

                       add 1 to WixFusion

                   end-perform

               end-if.


           FusionPrets.

               open I-O fpret

               move 0 to Wfin

               perform with test after until Wfin = 1

                   read fpret next

                       at end
                           move 1 to Wfin
                       not at end

                           if fpt_idmembre = WidAbsorbe then

                               move WidConserve to fpt_idmembre

                               rewrite tamp_fpret
                               end-rewrite

                               move "FUSION PRET" to WjournalOperation
                               move spaces to WjournalId
                               string fpt_idpret " > " WidConserve
                                      delimited by size into WjournalId
                               perform Journaliser

                           end-if

                   end-read

               end-perform

               close fpret.


           FusionRemboursements.

               open I-O fremboursement

               move 0 to Wfin

               perform with test after until Wfin = 1

                   read fremboursement next

                       at end
                           move 1 to Wfin
                       not at end

                           if frb_idmembre = WidAbsorbe then

                               move WidConserve to frb_idmembre

                               rewrite tamp_fremboursement
                               end-rewrite

                               move "FUSION AVOIR" to WjournalOperation
                               move spaces to WjournalId
                               string frb_numavoir " > " WidConserve
                                      delimited by size into WjournalId
                               perform Journaliser

                           end-if

                   end-read

               end-perform

               close fremboursement.


           FusionCertificat.

               open I-O fcertificat

               move WidAbsorbe to fce_idmembre

               read fcertificat

                   invalid key
                       continue

                   not invalid key

                       move tamp_fcertificat to WcertificatAbsorbe

                       delete fcertificat
                       end-delete

                       move WidConserve to fce_idmembre

                       read fcertificat

                           invalid key
                               move WcertificatAbsorbe to tamp_fcertificat
                               move WidConserve to fce_idmembre
                               write tamp_fcertificat
                               end-write

                           not invalid key
                               move fce_dateExpiration to WdateExpiration
                               move WcertificatAbsorbe to tamp_fcertificat
                               if fce_dateExpiration > WdateExpiration
                               then
                                   move WidConserve to fce_idmembre
                                   rewrite tamp_fcertificat
                                   end-rewrite
                               end-if

                       end-read

                       move "FUSION CERTIFICAT" to WjournalOperation
                       move spaces to WjournalId
                       string WidAbsorbe " > " WidConserve
                              delimited by size into WjournalId
                       perform Journaliser

               end-read

               close fcertificat.


           FusionEncadrant.

               open I-O fencadrant

               move WidAbsorbe to fen_idmembre

               move 0 to WencadrantFusion

               read fencadrant

                   invalid key
                       continue

                   not invalid key

                       move 1 to WencadrantFusion

                       move tamp_fencadrant to WencadrantAbsorbe

                       delete fencadrant
                       end-delete

                       move WidConserve to fen_idmembre

                       read fencadrant
                           invalid key
                               move WencadrantAbsorbe to tamp_fencadrant
                               move WidConserve to fen_idmembre
                               write tamp_fencadrant
                               end-write
                           not invalid key
                               perform FusionQualifications
                               rewrite tamp_fencadrant
                               end-rewrite
                       end-read

               end-read

               close fencadrant

               open I-O factivite

               move 0 to Wfin

               perform with test after until Wfin = 1

                   read factivite next

                       at end
                           move 1 to Wfin
                       not at end

                           if fa_idencadrant = WidAbsorbe then

                               move WidConserve to fa_idencadrant
                               rewrite tamp_factivite
                               end-rewrite

                               move "FUSION ENCADRANT ACT" to
                                    WjournalOperation
                               move spaces to WjournalId
                               string WidAbsorbe " > " WidConserve " "
                                      fa_idactivite
                                      delimited by size into WjournalId
                               perform Journaliser

                           end-if

                   end-read

               end-perform

               close factivite

               open I-O fremplacement

               move 0 to Wfin

               perform with test after until Wfin = 1

                   read fremplacement next

                       at end
                           move 1 to Wfin
                       not at end

                           if fre_idremplacant = WidAbsorbe then

                               move WidConserve to fre_idremplacant
                               rewrite tamp_fremplacement
                               end-rewrite

                               move "FUSION REMPLACEMENT" to
                                    WjournalOperation
                               move spaces to WjournalId
                               string WidAbsorbe " > " WidConserve " "
                                      fre_idactivite " " fre_semaine
                                      delimited by size into WjournalId
                               perform Journaliser

                           end-if

                   end-read

               end-perform

               close fremplacement

               if WencadrantFusion = 1 then

                   move "FUSION ENCADRANT" to WjournalOperation
                   move spaces to WjournalId
                   string WidAbsorbe " > " WidConserve
                          delimited by size into WjournalId
                   perform Journaliser

               end-if.


           FusionQualifications.

               if WeaSecourismeExpiration > fen_secourismeExpiration then
                   move WeaSecourisme to fen_secourisme
                   move WeaSecourismeExpiration to fen_secourismeExpiration
               end-if

               move 1 to WixQualifAbsorbe

               perform with test after until WixQualifAbsorbe > 5

                   if WeaDiplome(WixQualifAbsorbe) not = spaces then
                       perform FusionUneQualification
                   end-if

                   add 1 to WixQualifAbsorbe

               end-perform.


           FusionUneQualification.

               move 0 to WqualifPlace
               move 1 to WixQualif

               perform with test after until WixQualif > 5
                                       or WqualifPlace = 1

                   if fen_diplome(WixQualif) not = spaces
                   and fen_typeActivite(WixQualif) =
                       WeaTypeActivite(WixQualifAbsorbe) then

                       move 1 to WqualifPlace

                       if WeaQualifExpiration(WixQualifAbsorbe) >
                          fen_qualifExpiration(WixQualif) then
                           move WeaDiplome(WixQualifAbsorbe)
                                to fen_diplome(WixQualif)
                           move WeaQualifExpiration(WixQualifAbsorbe)
                                to fen_qualifExpiration(WixQualif)
                       end-if

                   end-if

                   add 1 to WixQualif

               end-perform

               if WqualifPlace = 0 then

                   move 1 to WixQualif

                   perform with test after until WixQualif > 5
                                           or WqualifPlace = 1

                       if fen_diplome(WixQualif) = spaces then

                           move 1 to WqualifPlace

                           move WeaDiplome(WixQualifAbsorbe)
                                to fen_diplome(WixQualif)
                           move WeaTypeActivite(WixQualifAbsorbe)
                                to fen_typeActivite(WixQualif)
                           move WeaQualifExpiration(WixQualifAbsorbe)
                                to fen_qualifExpiration(WixQualif)

                       end-if

                       add 1 to WixQualif

                   end-perform

               end-if

               if WqualifPlace = 0 then

                   display "Qualification " WeaDiplome(WixQualifAbsorbe)
                           " (type " WeaTypeActivite(WixQualifAbsorbe)
                           ") non reprise : 5 qualifications deja "
                           "enregistrees"

                   move "FUSION QUALIF PERDUE" to WjournalOperation
                   move spaces to WjournalId
                   string WidAbsorbe " > " WidConserve " "
                          WeaDiplome(WixQualifAbsorbe)
                          delimited by size into WjournalId
                   perform Journaliser

               end-if.


           FusionReservations.

               move 0 to WnbFusion

               open input freservation

               move 0 to Wfin1
               move 0 to Wstop

               move WidAbsorbe to frs_idmembre
               move 0 to frs_idactivite

               start freservation key is not less than frs_cle

                   invalid key
                       move 1 to Wfin1

                   not invalid key

                       perform with test after until Wfin1 = 1
                                       or Wstop = 1

                           read freservation next

                               at end
                                   move 1 to Wfin1
                               not at end

                                   if frs_idmembre = WidAbsorbe then
                                       if WnbFusion < 600 then
                                           add 1 to WnbFusion
                                           move frs_idactivite
                                                to WfuActivite(WnbFusion)
                                       end-if
                                   else
                                       move 1 to Wstop
                                   end-if

                       end-perform

               end-start

               close freservation

               if WnbFusion > 0 then

                   move 1 to WixFusion

                   perform with test after until WixFusion > WnbFusion
                       perform FusionUneReservation
                       add 1 to WixFusion
                   end-perform

               end-if.


           FusionUneReservation.

               open I-O freservation

               move WidAbsorbe to frs_idmembre
               move WfuActivite(WixFusion) to frs_idactivite

               read freservation
                   not invalid key
                       continue
               end-read

               move tamp_freservation to WreservationAbsorbe
               move frs_statut to WstatutAbsorbe

               delete freservation
               end-delete

               move WidConserve to frs_idmembre
               move WfuActivite(WixFusion) to frs_idactivite

               read freservation

                   invalid key

                       move WreservationAbsorbe to tamp_freservation
                       move WidConserve to frs_idmembre
                       if frs_idmembreSaison = WidAbsorbe then
                           move WidConserve to frs_idmembreSaison
                       end-if

                       write tamp_freservation
                       end-write

                       move "FUSION RESERVATION" to WjournalOperation

                   not invalid key

                       if WstatutAbsorbe = 1 and frs_statut = 0 then
                           move 1 to frs_statut
                           accept frs_dateStatut from date yyyymmdd
                           move WidConserve to frs_idmembreSaison
                           rewrite tamp_freservation
                           end-rewrite
                       end-if

                       move "FUSION DOUBLE RESERV" to WjournalOperation

               end-read

               close freservation

               move spaces to WjournalId
               string WidAbsorbe " > " WidConserve " "
                      WfuActivite(WixFusion)
                      delimited by size into WjournalId
               perform Journaliser.


           FusionIncidents.

               perform CalculSemaineJour

               move 0 to WnbFusion

               open input fincident

               move 0 to Wfin1

               move WidAbsorbe to fic_idmembre

               start fincident key is equal to fic_idmembre

                   invalid key
                       move 1 to Wfin1

                   not invalid key

                       perform with test after until Wfin1 = 1

                           read fincident next

                               at end
                                   move 1 to Wfin1
                               not at end

                                   if fic_idmembre = WidAbsorbe then
                                       if WnbFusion < 600
                                       and fic_saison = WsaisonCourante
                                       then
                                           add 1 to WnbFusion
                                           move fic_idactivite
                                                to WfuActivite(WnbFusion)
                                           move fic_semaine
                                                to WfuSemaine(WnbFusion)
                                           move fic_numero
                                                to WfuRang(WnbFusion)
                                       end-if
                                   else
                                       move 1 to Wfin1
                                   end-if

                       end-perform

               end-start

               close fincident

               open I-O fincident

               if WnbFusion > 0 then

                   move 1 to WixFusion

                   perform with test after until WixFusion > WnbFusion

                       move WfuActivite(WixFusion) to fic_idactivite
                       move WfuSemaine(WixFusion) to fic_semaine
                       move WfuRang(WixFusion) to fic_numero

                       read fincident

                           invalid key
                               continue

                           not invalid key

                               move WidConserve to fic_idmembre
                               rewrite tamp_fincident
                               end-rewrite

                               move "FUSION INCIDENT" to
                                    WjournalOperation
                               move spaces to WjournalId
                               string WidAbsorbe " > " WidConserve " "
                                      fic_idactivite " " fic_semaine " "
                                      fic_numero
                                      delimited by size into WjournalId
                               perform Journaliser

                       end-read

                       add 1 to WixFusion

                   end-perform

               end-if

               move 0 to fic_idactivite
               move 0 to fic_semaine
               move 0 to fic_numero

               move 0 to Wfin

               start fincident key is not less than fic_cle
                   invalid key
                       move 1 to Wfin
               end-start

               if Wfin = 0 then

                   perform with test after until Wfin = 1

                       read fincident next

                           at end
                               move 1 to Wfin
                           not at end

                               if fic_idencadrant = WidAbsorbe
                               and fic_saison = WsaisonCourante then

                                   move WidConserve to fic_idencadrant
                                   rewrite tamp_fincident
                                   end-rewrite

                                   move "FUSION INCIDENT ENC" to
                                        WjournalOperation
                                   move spaces to WjournalId
                                   string WidAbsorbe " > " WidConserve " "
                                          fic_idactivite " " fic_semaine
                                          " " fic_numero
                                          delimited by size
                                          into WjournalId
                                   perform Journaliser

                               end-if

                       end-read

                   end-perform

               end-if

               close fincident.


           FusionPromotions.

               if WnbDoubleInscr > 0 then

                   move 1 to WixDoubleInscr

                   perform with test after
                                   until WixDoubleInscr > WnbDoubleInscr
                       move WdiActivite(WixDoubleInscr) to Widactivite
                       perform PromotionListeAttente
                       add 1 to WixDoubleInscr
                   end-perform

               end-if.


           FusionFicheMembre.

               open I-O fmembre

               move WidConserve to fm_idmembre

               read fmembre

                   invalid key
                       continue

                   not invalid key

                       if fm_idfamille = 0 then
                           move WfamilleAbsorbe to fm_idfamille
                       end-if

                       if fm_telephone = spaces then
                           move WtelAbsorbe to fm_telephone
                       end-if

                       if fm_adresse = spaces then
                           move WadresseAbsorbe to fm_adresse
                       end-if

                       if fm_dateNaissance = 0 then
                           move WnaissanceAbsorbe to fm_dateNaissance
                       end-if

                       rewrite tamp_fmembre
                       end-rewrite

               end-read

               move WidAbsorbe to fm_idmembre

               read fmembre

                   invalid key
                       continue

                   not invalid key
                       delete fmembre
                       end-delete

               end-read

               close fmembre

               move "SUPPR MEMBRE" to WjournalOperation
               move WidAbsorbe to WjournalId
               perform Journaliser.


           UpdateMembre.
           	
           	open input fmembre
	        DISPLAY "Donnez l'identifiant du membre e modifier : "
	        ACCEPT Widmembre
	        PERFORM existeMembre
		
		   
                 MOVE Widmembre TO fm_idmembre
                 READ fmembre
		   
                 IF Wtrouve = 1 THEN
		       DISPLAY "Donnez le nom du membre : "
		       ACCEPT Wnom
		       
		       move Wnom to fm_nom
		       
		       DISPLAY "Donnez le prenom du membre : "
		       ACCEPT Wprenom
		       
		       move Wprenom to fm_prenom
		       
		       DISPLAY "Donnez le numero de telephone du membre : "
		       ACCEPT Wtel
		       MOVE Wtel TO fm_telephone
		       
		       DISPLAY "Donnez l'adresse du membre : "
		       ACCEPT Wadresse

		       move Wadresse to fm_adresse

		       move 0 to WdateNaissance

		       perform with test after until
		       		WdateNaissance > 19000101
		           display "Date de naissance (AAAAMMJJ) : "
		           accept WdateNaissance
		       end-perform

		       move WdateNaissance to fm_dateNaissance

		       if WstatutConnecte = 'president' then

		         move spaces to Wstatut

		         PERFORM UNTIL Wstatut = 'membre' OR
		       				Wstatut = 'encadrant' OR
		       				Wstatut = 'president'
		           DISPLAY "Statut : membre, encadrant, president"
		           ACCEPT Wstatut
		         END-PERFORM

		         move Wstatut to fm_statut

		       else
		         display "Statut conserve : "fm_statut
		       end-if

		       perform with test after until Wtrouve = 1
		         display "Identifiant famille (0 si aucune) : "
		         accept WidFamille

		         if WidFamille = 0 then
		             move 1 to Wtrouve
		         else
		             perform existeFamille
		         end-if
		       end-perform

		       move WidFamille to fm_idfamille
		       
		       OPEN I-O fmembre
		       REWRITE tamp_fmembre
		       end-rewrite
		       
		       if cr_fmembre = 00
			      DISPLAY "Modificatiion effectuee avec succes"
			      move "MODIF MEMBRE" to WjournalOperation
			      move Widmembre to WjournalId
			      perform Journaliser
		       ELSE
		          DISPLAY "Aucune modification apportee"
		       END-IF

		       CLOSE fmembre
                   ELSE
		       DISPLAY "Membre inexistant dans notre logiciel"
                   END-IF
		   
                   
                   STOP RUN.
                   
                   
             MembreLePlusActif.
             	   
             	   open input fmembre
             	   
             	   move 0 to Wfin
             	   move 0 to Widmembre
             	   move 0 to Wnb
             	   
             	   perform with test after until Wfin = 1 
             	   	
             	   	 read fmembre
             	   	 
             	   	   at end
             	   	 	move 1 to Wfin
             	   	   not at end
             	   	       
             	   	       open input finscription
             	   	 	
             	   	 	move fm_idmembre to fi_idmembre
             	   	 	
             	   	 	start finscription key is = fi_idmembre
             	   	 		
             	   	 		not invalid key
             	   	 		
             	   	 		      move 0 to Wfin1
             	   	 		      move 0 to Wstop
             	   	 		      move 0 to Wcompteur
             	   	 		      
             	   	 		      perform with test after until Wfin1 = 1 
             	   	 		      					or Wstop = 1
             	   	 		      		
             	   	 		      		read finscription next
             	   	 		      	        
             	   	 		      	        at end 
             	   	 		      	        	move 1 to Wfin1
             	   	 		      	        not at end
             	   	 		      	        	
             	   	 		      	        	if fm_idmembre = fi_idmembre then
             	   	 		      	        		
             	   	 		      	        		add 1 to Wcompteur
             	   	 		      	        	end-if
             	   	 		      end-perform
             	   	 		      
             	   	 		      if Wcompteur > Wnb then
             	   	 		      	    move Wcompteur to Wnb
             	   	 		      	    move fm_idmembre to Widmembre
             	   	 		      end-if
             	   	        end-start
             	   	        
             	   	        close finscription
             	   	        
             	   	    end-read
             	  end-perform
             	  
             	  display "Membre le plus actif : "Wnb" activites"
             	  
             	  display " "
             	  display " "
             	  
             	  perform AffichMembre
             	  
             	  close fmembre.
             	  
             	  
             	  
            MembreLeMoinsActif.
             	   
             	   open input fmembre
             	   
             	   move 0 to Wfin
             	   move 0 to Widmembre
             	   move 26000 to Wnb
             	   
             	   perform with test after until Wfin = 1 
             	   	
             	   	 read fmembre
             	   	 
             	   	   at end
             	   	 	move 1 to Wfin
             	   	   not at end
             	   	       
             	   	       open input finscription
             	   	 	
             	   	 	move fm_idmembre to fi_idmembre
             	   	 	
             	   	 	start finscription key is = fi_idmembre
             	   	 	
             	   	 		not invalid key
             	   	 		
             	   	 		      move 0 to Wfin1
             	   	 		      move 0 to Wstop
             	   	 		      move 0 to Wcompteur
             	   	 		      
             	   	 		      perform with test after until Wfin1 = 1 
             	   	 		      					or Wstop = 1
             	   	 		      		
             	   	 		      		read finscription next
             	   	 		      	        
             	   	 		      	        at end 
             	   	 		      	        	move 1 to Wfin1
             	   	 		      	        not at end
             	   	 		      	        	
             	   	 		      	        	if fm_idmembre = fi_idmembre then
             	   	 		      	        		
             	   	 		      	        		add 1 to Wcompteur
             	   	 		      	        	end-if
             	   	 		      	        	
             	   	 		      end-perform
             	   	 		      
             	   	 		      if Wcompteur < Wnb then
             	   	 		      	    move Wcompteur to Wnb
             	   	 		      	    move fm_idmembre to Widmembre
             	   	 		      end-if
             	   	        end-start
             	   	        
             	   	        close finscription
             	   	        
             	   	    end-read
             	  end-perform
             	  
             	  display "Membre le moins actif: "Wnb" activites"
             	  
             	  display " "
             	  display " "
             	  
             	  perform AffichMembre
             	  
             	  close fmembre.

                   
             inscriptionMembre.
    	           
    	           open input finscription
    	           
    	           move 0 to Wfin
    	           move 0 to Wcompteur
    	           
    	           perform with test after until wfin = 1 
    	           	
    	           	read finscription
    	           	
    	           	at end
    	           		move 1 to Wfin
    	           	not at end
    	           		
    	           	      if Widmembre = fi_idmembre then
    	           	      	   add 1 to Wcompteur
    	           	      end-if 
    	           
    	           end-perform.
    	           
    	           close finscription.
    
             DeleteMembre.
           	
           	open input fmembre
	        DISPLAY "Donnez l'identifiant du membre e supprimer: "
	        ACCEPT Widmembre
	        PERFORM existeMembre
	        perform inscriptionMembre
		
		   
                 MOVE Widmembre TO fm_idmembre
                 READ fmembre
		   
                 IF Wtrouve = 1 THEN
	 		
	 	      if Wcompteur = 0 then
	 	      
	 	      	       OPEN I-O fmembre
			         delete fmembre
			       end-delete
			       
			       if cr_fmembre = 00
			          DISPLAY "Suppression effectuee avec succes"
			          move "SUPPR MEMBRE" to WjournalOperation
			          move Widmembre to WjournalId
			          perform Journaliser
			          move 1 to Wcheck
			       ELSE
		                display "Aucune suppression effectuee"
		                move 0 to Wcheck
			       END-IF

			       CLOSE fmembre

			       if Wcheck = 1 then
			           perform PurgeListeAttenteMembre
			           perform PurgePresenceMembre
			           perform PurgeCertificatMembre
			           perform PurgeEncadrantMembre
			       end-if
	 	      else
	 	      	  display "Membre ayant des inscriptions"
	 	      end-if
		       
                   ELSE
		       DISPLAY "Membre inexistant dans notre logiciel"
                   END-IF
		   
                   
                   STOP RUN.
                   
     
           existeFamille.
               open input ffamille
               move 0 to Wtrouve

               move WidFamille to ff_idfamille

               read ffamille
	           not invalid key
		       move 1 to Wtrouve
    	       end-read

    	       close ffamille.


           ajoutFamille.

    	  	move 0 to Wstop
    	  	move 1 to Wtrouve

    	  	perform with test after until Wstop = 0

    	  		perform with test after until Wtrouve = 0

    	  			display "Donner l'identifiant d'une famille inexistante : "
    	  			accept WidFamille

    	  			perform existeFamille
    	  		end-perform

    	  		display "Donner le nom du tuteur : "
    	  		accept WnomTuteur

    	  		display "Donner l'adresse de la famille : "
    	  		accept Wadresse

    	  		display "Donner le telephone de la famille : "
    	  		accept Wtel

    	  		open I-O ffamille

    	  		    move WidFamille to ff_idfamille
    	  		    move WnomTuteur to ff_nomTuteur
    	  		    move Wadresse to ff_adresse
    	  		    move Wtel to ff_telephone
    	  		    write tamp_ffamille
    	  		end-write

    	  		if cr_ffamille = 00 then
    	  		    display "Une nouvelle famille ajoutee avec succes"
    	  		    move "AJOUT FAMILLE" to WjournalOperation
    	  		    move WidFamille to WjournalId
    	  		    perform Journaliser
    	  		else
    	  		    display "Famille non ajoutee dans le fichier des familles"
    	  		end-if

    	  		close ffamille

    	  		perform with test after until Wstop = 0  OR Wstop = 1
    	  		    display "Autre famille ? 1(Oui) ou 0(Non)"
    	  		    accept Wstop
    	  		end-perform

    	  	end-perform.


           affichageFamille.
                 open input ffamille

                 move 0 to Wfin

                 perform with test after until Wfin = 1

                       read ffamille next

                          at end
                                move 1 to Wfin
                          not at end

                             display "Identifiant : "ff_idfamille
                             display "Tuteur : "ff_nomTuteur
                             display "Adresse : "ff_adresse
                             display "Telephone : "ff_telephone
                             display "-----------------------------------"
                       end-read

                 end-perform

                 close ffamille.


           existeLieu.
               open input flieu
               move 0 to Wtrouve

               move WidLieu to fli_idlieu

               read flieu
	           not invalid key
		       move 1 to Wtrouve
    	       end-read

    	       close flieu.


           ajoutLieu.

    	  	move 0 to Wstop
    	  	move 1 to Wtrouve

    	  	perform with test after until Wstop = 0

    	  		perform with test after until Wtrouve = 0

    	  			display "Donner l'identifiant d'un lieu inexistant : "
    	  			accept WidLieu

    	  			perform existeLieu
    	  		end-perform

    	  		display "Donner le nom du lieu : "
    	  		accept fli_nomLieu

    	  		perform with test after until fli_capacite > 0
    	  		    display "Capacite d'accueil > 0 : "
    	  		    accept fli_capacite
    	  		end-perform

    	  		perform with test after until fli_heureOuverture > 0
    	  				and fli_heureOuverture <= 19
    	  		    display "Heure d'ouverture (1-19, les creneaux "
    	  		            "d'activite vont de 9h a 20h) : "
    	  		    accept fli_heureOuverture
    	  		end-perform

    	  		perform with test after until
    	  				fli_heureFermeture > fli_heureOuverture
    	  				and fli_heureFermeture >= 10
    	  				and fli_heureFermeture <= 23
    	  		    display "Heure de fermeture (> ouverture, "
    	  		            "10-23) : "
    	  		    accept fli_heureFermeture
    	  		end-perform

    	  		open I-O flieu

    	  		    move WidLieu to fli_idlieu
    	  		    write tamp_flieu
    	  		end-write

    	  		if cr_flieu = 00 then
    	  		    display "Un nouveau lieu ajoute avec succes"
    	  		    move "AJOUT LIEU" to WjournalOperation
    	  		    move WidLieu to WjournalId
    	  		    perform Journaliser
    	  		else
    	  		    display "Lieu non ajoute dans le fichier des lieux"
    	  		end-if

    	  		close flieu

    	  		perform with test after until Wstop = 0  OR Wstop = 1
    	  		    display "Autre lieu ? 1(Oui) ou 0(Non)"
    	  		    accept Wstop
    	  		end-perform

    	  	end-perform.


           UpdateLieu.

           	open input flieu
	        DISPLAY "Donnez l'identifiant du lieu a modifier : "
	        ACCEPT WidLieu
	        PERFORM existeLieu

                MOVE WidLieu TO fli_idlieu
                READ flieu

                IF Wtrouve = 1 THEN

    	  	    display "Donner le nom du lieu : "
    	  	    accept fli_nomLieu

    	  	    perform with test after until fli_capacite > 0
    	  	        display "Capacite d'accueil > 0 : "
    	  	        accept fli_capacite
    	  	    end-perform

    	  	    perform with test after until fli_heureOuverture > 0
    	  	    		and fli_heureOuverture <= 19
    	  	        display "Heure d'ouverture (1-19, les creneaux "
    	  	                "d'activite vont de 9h a 20h) : "
    	  	        accept fli_heureOuverture
    	  	    end-perform

    	  	    perform with test after until
    	  	    		fli_heureFermeture > fli_heureOuverture
    	  	    		and fli_heureFermeture >= 10
    	  	    		and fli_heureFermeture <= 23
    	  	        display "Heure de fermeture (> ouverture, "
    	  	                "10-23) : "
    	  	        accept fli_heureFermeture
    	  	    end-perform

	            OPEN I-O flieu
	            REWRITE tamp_flieu
	            end-rewrite

	            if cr_flieu = 00
		        DISPLAY "Modificatiion effectuee avec succes"
		        move "MODIF LIEU" to WjournalOperation
		        move WidLieu to WjournalId
		        perform Journaliser
	            ELSE
	                DISPLAY "Aucune modification apportee"
	            END-IF

	            CLOSE flieu
                ELSE
	            DISPLAY "Lieu inexistant dans notre logiciel"
                END-IF.


           affichageLieu.
                 open input flieu

                 move 0 to Wfin

                 perform with test after until Wfin = 1

                       read flieu next

                          at end
                                move 1 to Wfin
                          not at end

                             display "Identifiant : "fli_idlieu
                             display "Nom : "fli_nomLieu
                             display "Capacite : "fli_capacite
                             display "Ouverture : "fli_heureOuverture"h a "
                                     fli_heureFermeture"h"
                             display "-----------------------------------"
                       end-read

                 end-perform

                 close flieu.


           existeType.
               open input ftype
               move 0 to Wtrouve
	    	 
               move Wtype to ft_type
               
               read ftype
	          not invalid key
		          move 1 to Wtrouve
    	       end-read
    	      
    	      close ftype.

           ajoutType.
    	  	
    	  	move 0 to Wstop
    	  	move 0 to Wtrouve
    	  	
    	  	perform with test after until Wstop = 0 
    	  		
    	  		perform with test after until Wtrouve = 0 
    	  			
    	  			display"Donner le type inexistant d'activité : "
    	  			accept Wtype
    	  			
    	  			perform existeType
    	  		end-perform
    	  		
    	  		display "Donner le lieu de l'activité : "
    	  		accept ft_lieu
    	  		
    	  		display "Donner le matériel nécessaire : "
    	  		accept ft_materiel
    	  		
    	  		perform with test after until ft_montantParticipation > 0
		                display "Prix de participation > 0 : "
	    	  		 accept ft_montantParticipation
		        end-perform
    	  		
    	  		perform with test after until ft_gratuit = 0 OR ft_gratuit = 1
    	  		         display "Gratuit ? Oui(1) / Non(0) "
	    	  		 accept ft_gratuit
		        end-perform

    	  		display "Age minimum (0 si aucun) : "
    	  		accept ft_ageMin

    	  		perform with test after until ft_ageMax = 0
    	  				OR ft_ageMax >= ft_ageMin
    	  		         display "Age maximum (0 si aucun, "
    	  		                 ">= age minimum) : "
	    	  		 accept ft_ageMax
		        end-perform

    	  		perform with test after until ft_certificatRequis = 0
    	  				OR ft_certificatRequis = 1
    	  		         display "Certificat medical et licence "
    	  		                 "requis ? Oui(1) / Non(0) "
	    	  		 accept ft_certificatRequis
		        end-perform

	    	  	  open I-O ftype
		   	            
		   	 	    move Wtype to ft_type
		   	 	    write tamp_ftype
		   	  end-write
		   	
               	   	     if cr_ftype = 00 then
		   	 	    display "Un nouveau type ajouté avec succès"
		   	 	    move "AJOUT TYPE" to WjournalOperation
		   	 	    move Wtype to WjournalId
		   	 	    perform Journaliser
		   	     else
		   	 	    display "Type non ajouté dans le fichier des types"
		   	     end-if

		   	     close ftype
		   	 
		   	     perform with test after until Wstop = 0  OR Wstop = 1
		                display "Autre type ? 1(Oui) ou 0(Non)"
		                accept Wstop 
		             end-perform
	    	  		
    	  	end-perform. 
                 
           UpdateType.
           	
           	      open input ftype
	              DISPLAY "Donnez le type de l'activité à modifier : "
	              ACCEPT Wtype
	              PERFORM existeType
		
		   
                 MOVE Wtype TO ft_type
                 READ ftype
		   
                 IF Wtrouve = 1 THEN
                           
	              	    
    	  		    display "Donner le lieu de l'activité : "
    	  		    accept ft_lieu
    	  		      
    	  		    display "Donner le matériel nécessaire : "
    	  		    accept ft_materiel
    	  		    
    	  		    perform with test after until ft_montantParticipation > 0
		                display "Prix de participation > 0 : "
	    	  		 accept ft_montantParticipation
		            end-perform 
	    	  		
	    	            perform with test after until ft_gratuit = 0
	    	     			OR ft_gratuit = 1
	    	  		         display "Gratuit ? Oui(1) / Non(0) "
		    	  		 accept ft_gratuit
			    end-perform

	    	  	    display "Age minimum (0 si aucun) : "
	    	  	    accept ft_ageMin

	    	  	    perform with test after until ft_ageMax = 0
	    	  	    		OR ft_ageMax >= ft_ageMin
	    	  	         display "Age maximum (0 si aucun, "
	    	  	                 ">= age minimum) : "
	    	  	         accept ft_ageMax
	    	  	    end-perform

	    	  	    perform with test after until ft_certificatRequis = 0
	    	  	    		OR ft_certificatRequis = 1
	    	  	         display "Certificat medical et licence "
	    	  	                 "requis ? Oui(1) / Non(0) "
	    	  	         accept ft_certificatRequis
	    	  	    end-perform
	    	  	
    	  		
		             OPEN I-O ftype
		             REWRITE tamp_ftype
		             end-rewrite
		             
		             if cr_ftype = 00
			    DISPLAY "Modificatiion effectuee avec succes"
			    move "MODIF TYPE" to WjournalOperation
			    move Wtype to WjournalId
			    perform Journaliser
		             ELSE
		                  DISPLAY "Aucune modification apportee"
		             END-IF

		             CLOSE ftype
                  ELSE
		        DISPLAY "Type inexistant dans notre logiciel"
                  END-IF


           STOP RUN.


           DeleteType.
           	
           	open input ftype
	        DISPLAY "Donnez le nom du  type à supprimer: "
	        ACCEPT Wtype
	        PERFORM existeType
	        perform activiteType
		
		   
                    MOVE Wtype TO ft_type
                    READ ftype
		   
                    IF Wtrouve = 1 THEN
			
			    if Wcompteur = 0 then 
			       OPEN I-O ftype
			       delete ftype
			       end-delete
			       
			       if cr_ftype = 00
			            DISPLAY "Suppression effectuee avec succes"
			            move "SUPPR TYPE" to WjournalOperation
			            move Wtype to WjournalId
			            perform Journaliser
			       ELSE
				    DISPLAY "Aucune suppression effectuee"
			       END-IF

			       CLOSE ftype
			    else
			    	display "Type ayant deja des activites"
			    end-if
                   ELSE
		       DISPLAY "Type inexistant dans notre logiciel"
                   END-IF
		   
                   
               STOP RUN.
                   
                   
       activiteType.
    	           
    	           open input factivite
    	           
    	           move 0 to Wfin
    	           move 0 to Wcompteur
    	           
    	           perform with test after until wfin = 1 
    	           	
    	           	read factivite
    	           	
    	           	at end
    	           		move 1 to Wfin
    	           	not at end
    	           		
    	           	      if Wtype = fa_type then
    	           	      	   add 1 to Wcompteur
    	           	      end-if 
    	           
    	           end-perform.
    	           
    	           close factivite.
    	           
    	           
       affichageActiviteType.
    	           
    	           open input factivite
    	           
    	           move 0 to Wfin
    	          
    	            DISPLAY "Activité de quel type : ? "
	            ACCEPT Wtype
	            PERFORM existeType
 		    
 		    
 		    if Wtrouve = 1 
 		    	
 		    	move Wtype to fa_type
 		    	
 		    	start factivite key is = fa_type
 		    	
 		    	   invalid key
 		    		display "Aucune activité de ce type"
 		    	
 		    	   not invalid key
 		    	
 		    		move 0 to Wfin
 		    		move 0 to Wstop
 		    		
 		    		perform with test after until Wfin = 1 or Wstop = 1
 		    			
 		    			read factivite next
 		    			
 		    			at end
 		    				move 1 to Wfin
 		    			not at end
 		    				
 		    				if fa_type = Wtype then
 		    					
 		    				
 		    					display "nom : "fa_nomActivite
							display "participants : "fa_nbparticipant
							display "jour : "fa_jour
							display "semaines : "fa_semaine" a "fa_semaineF
							display "Heure début : "fa_heureD
							display "Heure fin : "fa_heureF
							display "type : "fa_type
							
							display "------------------"
 		    				else
 		    					move 1 to Wtrouve
 		    				end-if
 		    				
 		    		end-perform
 		    		
 		          end-start
	    	           
	    	     else
	    	     	display "Type inexistant dans le logiciel"
	    	     end-if
    	           
    	           close factivite.

       affichageType.
                 open input ftype

                 move 0 to Wfin 

                 perform with test after until Wfin = 1 
                       
                       read ftype
                          
                          at end 
                                move 1 to Wfin
                          not at end
			    
		             display "Nom de l'activité : "ft_type
		             display "lieu : "ft_lieu
                            display "matériel : "ft_materiel
                            display "Graduit : "ft_gratuit
                           
                            display "Participation  : "
                            			ft_montantParticipation
                            if ft_ageMin > 0 or ft_ageMax > 0
                                display "Ages : "ft_ageMin" a "ft_ageMax
                            end-if
                            if ft_certificatRequis = 1
                                display "Certificat medical et licence "
                                        "requis"
                            end-if
                            display "-----------------------------------"
                       end-read
                            
                 end-perform.
                 
                 close ftype. 
                 
     
                 
       existeActivite.
           open input factivite
           move 0 to Wtrouve
	    	
           move Widactivite to fa_idactivite
           read factivite
	       not invalid key
		       move 1 to Wtrouve
    	   end-read
    	  
    	  close factivite.
    	  
    	  
        AffichActivite.
           open input factivite
           move 0 to Wtrouve
	    	
           move Widactivite to fa_idactivite
           read factivite
	       not invalid key
		       
		        display "identifiant : "fa_idactivite
	                display "nom : "fa_nomActivite
		        display "participants : "fa_nbparticipant
		        display "jour : "fa_jour
		        display "semaines : "fa_semaine" a "fa_semaineF
		        display "Heure début : "fa_heureD
		        display "Heure fin : "fa_heureF
		        display "type : "fa_type
		        display "lieu : "fa_idlieu
		        display "-----------------------------------"

    	   end-read

    	  close fmembre.

       ajoutActivite.
    	  	
    	  	move 0 to Wstop
    	  	move 0 to Wtrouve

    	  	perform with test after until Wstop = 0 
    	  		
    	  		perform with test after until Wtrouve = 0 
    	  			
    	  			display"Donner l'ID d'une activité inexistante : "
    	  			accept Widactivite
    	  			
    	  			perform existeActivite
    	  		end-perform
    	  		
    	        display "Donner le nom de l'activité : "
    	  	accept fa_nomActivite

                perform SaisieIdEncadrant

                move Wprenom to fa_encadrant
                move Widencadrant to fa_idencadrant
                       
                perform with test after until fa_nbparticipant > 0
                        display "Donner le nombre de participant : "
    	  		 accept fa_nbparticipant
                END-PERFORM
               
                perform with test after until fa_jour > 0 
                				AND fa_jour <= 7
                        display "Quel jour : "
    	  		 accept fa_jour
                END-PERFORM


                perform with test after until fa_semaine > 0
                				AND fa_semaine <= 52
                        display "Semaine de debut : "
    	  		 accept fa_semaine
                END-PERFORM

                perform with test after until
                				fa_semaineF >= fa_semaine
                				AND fa_semaineF <= 52
                        display "Semaine de fin (>= debut) : "
    	  		 accept fa_semaineF
                END-PERFORM

                perform SaisieSemainesException

                perform with test after until Wtrouve = 1

    	  			 display"Quel type "
    	  			 accept Wtype

    	  			 perform existeType
    	  	 end-perform

                perform with test after until Wtrouve = 1

    	  			 display "Dans quel lieu (existant) : ?"
    	  			 accept WidLieu

    	  			 perform existeLieu
    	  	 end-perform

    	  	 if fa_nbparticipant > fli_capacite then
    	  	     display "Attention : capacite du lieu "fli_capacite
    	  	             " inferieure au nombre de participants"
    	  	 end-if

                 perform with test after until fa_heureD > 8
				   AND fa_heureD<= 20
				   AND fa_heureD >= fli_heureOuverture
		     display "Donner heure debut : entre 9h-20h, lieu "
		             "ouvert de "fli_heureOuverture"h a "
		             fli_heureFermeture"h"
		     accept fa_heureD
	         end-perform

                perform with test after until fa_heureF > 8
				   AND fa_heureF <= 20
				   AND fa_heureF <= fli_heureFermeture
		     display "Donner heure de fin : entre 9h-20h, lieu "
		             "ouvert de "fli_heureOuverture"h a "
		             fli_heureFermeture"h"
		     accept fa_heureF
                end-perform

	    	  	  move fa_nomActivite to WactiviteNom
	    	  	  move fa_nbparticipant to WactiviteNbParticipant

	    	  	  perform VerifConflitHoraireEncadrant

	    	  	  if Wconflit = 1 then

	    	  	     display "Conflit d'horaire : cet encadrant est deja "
	    	  	     		"occupe sur ce creneau"

	    	  	  else

	    	  	     perform VerifConflitHoraireLieu

	    	  	     if Wconflit = 1 then
	    	  	        display "Conflit de lieu : ce lieu est deja "
	    	  	        	"occupe sur ce creneau par l'activite "
	    	  	        	WlieuConflitActivite
	    	  	     end-if

	    	  	  end-if

	    	  	  move WactiviteNom to fa_nomActivite
	    	  	  move WactiviteNbParticipant to fa_nbparticipant
	    	  	  move WconflitJour to fa_jour
	    	  	  move WconflitSemaine to fa_semaine
	    	  	  move WconflitSemaineF to fa_semaineF
	    	  	  move WconflitExceptions to fa_exceptions
	    	  	  move WconflitHeureD to fa_heureD
	    	  	  move WconflitHeureF to fa_heureF
	    	  	  move Wprenom to fa_encadrant
	    	  	  move Widencadrant to fa_idencadrant
	    	  	  move WidLieu to fa_idlieu

	    	  	  if Wconflit = 0 then

	    	  	     move fa_semaine to WsemaineQualif
	    	  	     perform VerifQualificationEncadrant

	    	  	     if WqualifOk = 0 then
	    	  	        move 1 to Wconflit
	    	  	        display "Encadrant non qualifie pour le type "
	    	  	        	Wtype ", activite refusee"
	    	  	     end-if

	    	  	  end-if

	    	  	  open I-O factivite
		   	      move Wtype to fa_type
		   	 	  move Widactivite to fa_idactivite

	    	  	  if Wconflit = 0 then

		   	 	     write tamp_factivite
		   	     end-write

               	     if cr_factivite = 00 then
		   	        display "Une nouvelle activité ajouté avec succès"
		   	        move "AJOUT ACTIVITE" to WjournalOperation
		   	        move Widactivite to WjournalId
		   	        perform Journaliser
		   	     else
		   	        display "Activité non ajouté dans le fichier des activités"
		   	     end-if

		   	  end-if

		   	  close factivite

		   	  perform with test after until Wstop = 0  OR Wstop = 1
		                display "Autre activité ? 1(Oui) ou 0(Non)"
		                accept Wstop
		          end-perform
	    	  		
    	  	end-perform.


           UpdateActivite.
           	
	        DISPLAY "Donnez l'id activite modifier : "
	        ACCEPT Widactivite
	        PERFORM existeActivite
		
		   
                 MOVE Widactivite TO fa_idactivite
                 READ factivite
		   
                 IF Wtrouve = 1 THEN
                 	
                 	display "Donner le nom de l'activité : "
	    	  	accept fa_nomActivite

		        perform SaisieIdEncadrant

		        move Wprenom to fa_encadrant
		        move Widencadrant to fa_idencadrant
		               
		        perform with test after until fa_nbparticipant > 0
		                display "Donner le nombre de participant : "
	    	  		 accept fa_nbparticipant
		        END-PERFORM
		       
		        perform with test after until fa_jour > 0 
		        				AND fa_jour <= 7
		                display "Quel jour : "
	    	  		 accept fa_jour
		        END-PERFORM


		        perform with test after until fa_semaine > 0
		        				AND fa_semaine <= 52
		                display "Semaine de debut : "
	    	  		 accept fa_semaine
		        END-PERFORM

		        perform with test after until
		        				fa_semaineF >= fa_semaine
		        				AND fa_semaineF <= 52
		                display "Semaine de fin (>= debut) : "
	    	  		 accept fa_semaineF
		        END-PERFORM

		        perform SaisieSemainesException

		        perform with test after until Wtrouve = 1

	    	  			 display"Quel type "
	    	  			 accept Wtype

	    	  			 perform existeType
	    	  	 end-perform

		        perform with test after until Wtrouve = 1

	    	  			 display "Dans quel lieu (existant) : ?"
	    	  			 accept WidLieu

	    	  			 perform existeLieu
	    	  	 end-perform

	    	  	 if fa_nbparticipant > fli_capacite then
	    	  	     display "Attention : capacite du lieu "fli_capacite
	    	  	             " inferieure au nombre de participants"
	    	  	 end-if

	    	  	  perform with test after until fa_heureD > 8
				   AND fa_heureD<= 20
				   AND fa_heureD >= fli_heureOuverture
		            display "Donner heure debut : entre 9h-20h, lieu "
		                    "ouvert de "fli_heureOuverture"h a "
		                    fli_heureFermeture"h"
		            accept fa_heureD
	                 end-perform

                        perform with test after until fa_heureF > 8
				   AND fa_heureF <= 20
				   AND fa_heureF <= fli_heureFermeture
		             display "Donner heure de fin : entre 9h-20h, lieu "
		                     "ouvert de "fli_heureOuverture"h a "
		                     fli_heureFermeture"h"
		             accept fa_heureF
		         end-perform

		       move fa_nomActivite to WactiviteNom
		       move fa_nbparticipant to WactiviteNbParticipant

		       perform VerifConflitHoraireEncadrant

		       if Wconflit = 1 then

		          display "Conflit d'horaire : cet encadrant est deja "
		          		"occupe sur ce creneau"

		       else

		          perform VerifConflitHoraireLieu

		          if Wconflit = 1 then
		             display "Conflit de lieu : ce lieu est deja "
		             		"occupe sur ce creneau par l'activite "
		             		WlieuConflitActivite
		          end-if

		       end-if

		       move WactiviteNom to fa_nomActivite
		       move WactiviteNbParticipant to fa_nbparticipant
		       move WconflitJour to fa_jour
		       move WconflitSemaine to fa_semaine
		       move WconflitSemaineF to fa_semaineF
		       move WconflitExceptions to fa_exceptions
		       move WconflitHeureD to fa_heureD
		       move WconflitHeureF to fa_heureF
		       move Wprenom to fa_encadrant
		       move Widencadrant to fa_idencadrant
		       move WidLieu to fa_idlieu

		       if Wconflit = 0 then

		          perform CalculSemaineJour

		          if fa_semaine < WsemaineJour
		          and WsemaineJour <= fa_semaineF then
		             move WsemaineJour to WsemaineQualif
		          else
		             move fa_semaine to WsemaineQualif
		          end-if

		          perform VerifQualificationEncadrant

		          if WqualifOk = 0 then
		             move 1 to Wconflit
		             display "Encadrant non qualifie pour le type "
		             		Wtype ", modification refusee"
		          end-if

		       end-if

		       OPEN I-O factivite
	       	    move Wtype to fa_type
	   	 	    move Widactivite to fa_idactivite

		       if Wconflit = 0 then

	   	 	          rewrite tamp_factivite
		          end-rewrite

		          if cr_factivite = 00
			         DISPLAY "Modificatiion effectuee avec succes"
			         move "MODIF ACTIVITE" to WjournalOperation
			         move Widactivite to WjournalId
			         perform Journaliser
		          ELSE
		             DISPLAY "Activite non modifiee. Oups !!!"
		          END-IF

		       end-if

		       CLOSE factivite
               ELSE
	               DISPLAY "Activite inexistant dans notre logiciel"
               END-IF

                   STOP RUN.
                   
           DeleteActivite.
           	
           	open input factivite
	        DISPLAY "Donnez l'activite a supprimer : "
	        ACCEPT Widactivite
	        PERFORM existeActivite
	        perform inscriptionActivite
		
		   
                    MOVE Widactivite TO fa_idactivite
                    READ factivite
		   
                    IF Wtrouve = 1 THEN
			
			    if Wcompteur = 0 then 
			       OPEN I-O factivite
			       delete factivite
			       end-delete
			       
			       if cr_factivite = 00
			            DISPLAY "Suppression activite effectuee avec succes"
			            move "SUPPR ACTIVITE" to WjournalOperation
			            move Widactivite to WjournalId
			            perform Journaliser
			            move 1 to Wcheck
			       ELSE
				    DISPLAY "Oups ! Oups ! Aucune suppression effectuee"
				    move 0 to Wcheck
			       END-IF

			       CLOSE factivite

			       if Wcheck = 1 then
			           perform PurgeListeAttenteActivite
			           perform PurgePresenceActivite
			       end-if
			    else
			    	display "Activite ayant deja des inscriptions"
			    end-if
                   ELSE
		       DISPLAY "Activite inexistant dans notre logiciel"
                   END-IF
                   
               STOP RUN.         
          
                   
          inscriptionActivite.
    	           
    	           open input finscription
    	           
    	           move 0 to Wfin
    	           move 0 to Wcompteur
    	           
    	           perform with test after until wfin = 1 
    	           	
    	           	read finscription
    	           	
    	           	at end
    	           		move 1 to Wfin
    	           	not at end
    	           		
    	           	      if Widactivite = fi_idactivite then
    	           	      	   add 1 to Wcompteur
    	           	      end-if 
    	           
    	           end-perform.
    	           
    	           close finscription.

          existeEncadrant.
                   open input fmembre
                   
                   move 0 to Wfin
	    	     
                   move 0 to Wtrouve
                   
                   perform with test after until Wfin = 1 OR Wtrouve = 1
                   read fmembre
                      at end 
                            move 1 to Wfin
                      not at end 
                        
                      if Wprenom = fm_prenom and 
                      			fm_statut = 'encadrant' then
                           move 1 to Wtrouve
                      end-if	
                   end-read
                   
                   end-perform.
    	      close fmembre.
    	      
    	      
          SaisieIdEncadrant.

                   move 0 to Wtrouve

                   perform with test after until Wtrouve = 1

                       display "Identifiant (membre) de l'encadrant : ?"
                       accept Widencadrant

                       open input fmembre

                       move Widencadrant to fm_idmembre

                       read fmembre

                           invalid key
                               display "Membre inexistant"

                           not invalid key

                               if fm_statut = 'encadrant' then
                                   move fm_prenom to Wprenom
                                   move 1 to Wtrouve
                                   display "Encadrant : " fm_prenom " "
                                           fm_nom
                               else
                                   display "Ce membre n'a pas le statut "
                                           "encadrant"
                               end-if

                       end-read

                       close fmembre

                   end-perform.


          VerifQualificationEncadrant.

                   move 0 to WqualifOk

                   perform CalculSemaineJour

                   move WsemaineQualif to WsemaineCalcul
                   perform CalculJulienSemaine

                   open input fencadrant

                   move Widencadrant to fen_idmembre

                   read fencadrant

                       invalid key
                           display "Encadrant " Widencadrant
                                   " absent du registre des encadrants"

                       not invalid key

                           perform ControleQualificationEncadrant

                           if WsecourismeOk = 0 then
                               display "Secourisme de l'encadrant "
                                       "absent ou expire en semaine "
                                       WsemaineQualif
                           end-if

                           if WtypeQualifOk = 0 then
                               display "Aucune qualification valide en "
                                       "semaine " WsemaineQualif
                                       " pour le type " Wtype
                           end-if

                   end-read

                   close fencadrant.


          ControleQualificationEncadrant.

                   move 0 to WsecourismeOk
                   move 0 to WtypeQualifOk
                   move 0 to WexpirationQualif

                   if fen_secourismeExpiration > 0 then

                       move fen_secourismeExpiration to WdateCalcul
                       perform CalculJourJulien

                       if WjourJulien >= WjourJulienSemaine then
                           move 1 to WsecourismeOk
                       end-if

                   end-if

                   move 1 to WixQualif

                   perform with test after until WixQualif > 5

                       if fen_typeActivite(WixQualif) = Wtype
                       and fen_qualifExpiration(WixQualif)
                           > WexpirationQualif then
                           move fen_qualifExpiration(WixQualif)
                                to WexpirationQualif
                       end-if

                       add 1 to WixQualif

                   end-perform

                   if WexpirationQualif > 0 then

                       move WexpirationQualif to WdateCalcul
                       perform CalculJourJulien

                       if WjourJulien >= WjourJulienSemaine then
                           move 1 to WtypeQualifOk
                       end-if

                   end-if

                   if WsecourismeOk = 1 and WtypeQualifOk = 1 then
                       move 1 to WqualifOk
                   else
                       move 0 to WqualifOk
                   end-if.


          CalculJulienSemaine.

                   move WanJour to WanFinActivite

                   if WsemaineCalcul < WsemaineJour then
                       add 1 to WanFinActivite
                   end-if

                   compute WdateCalcul = WanFinActivite * 10000 + 101
                   perform CalculJourJulien

                   compute WjourJulienSemaine =
                           WjourJulien + WsemaineCalcul * 7 - 1.


          SaisieRegistreEncadrant.

                   perform SaisieIdEncadrant

                   open input fencadrant

                   move Widencadrant to fen_idmembre

                   move 1 to WencadrantExiste

                   read fencadrant

                       invalid key
                           move 0 to WencadrantExiste

                       not invalid key
                           perform AffichFicheEncadrant

                   end-read

                   close fencadrant

                   move Widencadrant to fen_idmembre

                   move spaces to fen_secourisme

                   perform with test after until fen_secourisme not = spaces
                       display "Diplome de secourisme (PSC1, PSE1...) : ?"
                       accept fen_secourisme
                   end-perform

                   move 0 to fen_secourismeExpiration

                   perform with test after until
                                   fen_secourismeExpiration > 19000101
                       display "Expiration du secourisme (AAAAMMJJ) : ?"
                       accept fen_secourismeExpiration
                   end-perform

                   move 1 to WixQualif
                   move 0 to WfinQualif

                   perform with test after until WixQualif > 5

                       move spaces to fen_diplome(WixQualif)
                       move spaces to fen_typeActivite(WixQualif)
                       move 0 to fen_qualifExpiration(WixQualif)

                       if WfinQualif = 0 then

                           display "Diplome ou qualification "
                                   WixQualif " (vide si aucun) : "
                           accept fen_diplome(WixQualif)

                           if fen_diplome(WixQualif) = spaces then
                               move 1 to WfinQualif
                           else

                               move 0 to Wtrouve

                               perform with test after until Wtrouve = 1
                                   display "Type d'activite couvert : ?"
                                   accept Wtype

                                   perform existeType
                               end-perform

                               move Wtype to fen_typeActivite(WixQualif)

                               perform with test after until
                                   fen_qualifExpiration(WixQualif)
                                   > 19000101
                                   display "Date d'expiration "
                                           "(AAAAMMJJ) : ?"
                                   accept fen_qualifExpiration(WixQualif)
                               end-perform

                           end-if

                       end-if

                       add 1 to WixQualif

                   end-perform

                   open I-O fencadrant

                   if WencadrantExiste = 1 then
                       rewrite tamp_fencadrant
                       end-rewrite
                   else
                       write tamp_fencadrant
                       end-write
                   end-if

                   if cr_fencadrant = 00 then
                       display "Fiche encadrant enregistree"
                       move "REGISTRE ENCADRANT" to WjournalOperation
                       move Widencadrant to WjournalId
                       perform Journaliser
                   else
                       display "Fiche encadrant non enregistree"
                   end-if

                   close fencadrant.


          AffichFicheEncadrant.

                   display "Secourisme : " fen_secourisme
                           " expire le " fen_secourismeExpiration

                   move 1 to WixQualif

                   perform with test after until WixQualif > 5

                       if fen_diplome(WixQualif) not = spaces then
                           display "  " fen_diplome(WixQualif)
                                   " - type " fen_typeActivite(WixQualif)
                                   " - expire le "
                                   fen_qualifExpiration(WixQualif)
                       end-if

                       add 1 to WixQualif

                   end-perform.


          affichageRegistreEncadrants.

                   open input fencadrant

                   move 0 to Wfin

                   perform with test after until Wfin = 1

                       read fencadrant next

                           at end
                               move 1 to Wfin
                           not at end

                               open input fmembre
                               move fen_idmembre to fm_idmembre
                               move spaces to fm_nom
                               move spaces to fm_prenom
                               read fmembre
                                   not invalid key
                                       continue
                               end-read
                               close fmembre

                               display "Encadrant " fen_idmembre " : "
                                       fm_prenom " " fm_nom

                               perform AffichFicheEncadrant

                               display "-----------------------------------"

                       end-read

                   end-perform

                   close fencadrant.


          RapportQualifications.

                   perform CalculSemaineJour

                   move 0 to WnbAlertesQualif

                   open output fqualification

                   move spaces to qualification-ligne
                   string "Qualifications d'encadrants expirant avant la "
                          "fin des activites - " WdateJour
                          delimited by size into qualification-ligne
                   write qualification-ligne

                   move spaces to qualification-ligne
                   write qualification-ligne

                   open input factivite

                   move 0 to Wfin

                   perform with test after until Wfin = 1

                       read factivite next

                           at end
                               move 1 to Wfin
                           not at end

                               perform ControleActiviteQualification

                       end-read

                   end-perform

                   close factivite

                   move spaces to qualification-ligne
                   write qualification-ligne

                   move spaces to qualification-ligne
                   string WnbAlertesQualif " activite(s) a regulariser"
                          delimited by size into qualification-ligne
                   write qualification-ligne

                   close fqualification

                   display WnbAlertesQualif " activite(s) a regulariser, "
                           "rapport dans qualifications.txt".


          ControleActiviteQualification.

                   if fa_idencadrant = 0 then

                       add 1 to WnbAlertesQualif

                       move spaces to qualification-ligne
                       string fa_idactivite " " fa_nomActivite
                              " : encadrant " fa_encadrant
                              " non rattache au registre"
                              delimited by size into qualification-ligne
                       write qualification-ligne

                   else

                       move fa_semaineF to WsemaineCalcul
                       perform CalculJulienSemaine

                       move fa_type to Wtype

                       open input fencadrant

                       move fa_idencadrant to fen_idmembre

                       read fencadrant

                           invalid key

                               add 1 to WnbAlertesQualif

                               move spaces to qualification-ligne
                               string fa_idactivite " " fa_nomActivite
                                      " : encadrant " fa_idencadrant
                                      " absent du registre"
                                      delimited by size
                                      into qualification-ligne
                               write qualification-ligne
                               end-write

                           not invalid key

                               perform ControleQualificationEncadrant

                               if WqualifOk = 0 then

                                   add 1 to WnbAlertesQualif

                                   move spaces to qualification-ligne
                                   string fa_idactivite " "
                                          fa_nomActivite
                                          " (fin semaine " fa_semaineF
                                          ") encadrant " fa_encadrant
                                          delimited by size
                                          into qualification-ligne
                                   write qualification-ligne

                                   if WsecourismeOk = 0 then
                                       move spaces to qualification-ligne
                                       string "    secourisme "
                                              fen_secourisme
                                              " expire le "
                                              fen_secourismeExpiration
                                              delimited by size
                                              into qualification-ligne
                                       write qualification-ligne
                                   end-if

                                   if WtypeQualifOk = 0 then
                                       move spaces to qualification-ligne
                                       if WexpirationQualif = 0 then
                                           string "    aucune "
                                                  "qualification pour "
                                                  "le type " fa_type
                                                  delimited by size
                                                  into qualification-ligne
                                       else
                                           string "    qualification "
                                                  fa_type " expire le "
                                                  WexpirationQualif
                                                  delimited by size
                                                  into qualification-ligne
                                       end-if
                                       write qualification-ligne
                                   end-if

                               end-if

                       end-read

                       close fencadrant

                   end-if.


          PurgeEncadrantMembre.

                   open I-O fencadrant

                   move Widmembre to fen_idmembre

                   read fencadrant
                       not invalid key
                           delete fencadrant
                           end-delete
                   end-read

                   close fencadrant.


    	  affichageActivite.
                 open input factivite

                 move 0 to Wfin 

                 perform with test after until Wfin = 1 
                       
                       read factivite
                          
                          at end 
                                move 1 to Wfin
                          not at end
			                display "identifiant : "fa_idactivite
			                display "nom : "fa_nomActivite
				        display "participants : "fa_nbparticipant
				        display "jour : "fa_jour
				        display "semaines : "fa_semaine" a "fa_semaineF
				        display "Heure début : "fa_heureD
				        display "Heure fin : "fa_heureF
				        display "type : "fa_type
				        display "lieu : "fa_idlieu
				        display "-----------------------------------"
                       end-read

                 end-perform.

                 close factivite.

           SaisieSemainesException.

                 move 1 to Wix
                 move 0 to WfinExcept

                 perform with test after until Wix > 5

                     if WfinExcept = 1 then

                         move 0 to fa_exception(Wix)

                     else

                         display "Semaine d'exception conges "
                                 "(0 si aucune) : "
                         accept fa_exception(Wix)

                         if fa_exception(Wix) = 0 then
                             move 1 to WfinExcept
                         end-if

                     end-if

                     add 1 to Wix

                 end-perform.


           ActiviteALieuSemaine.

                 move 0 to Wactive
                 move 0 to WseanceAnnulee

                 if Wsemaine >= fa_semaine
                 and Wsemaine <= fa_semaineF then

                     move 1 to Wactive

                     move 1 to Wix

                     perform with test after until Wix > 5

                         if fa_exception(Wix) = Wsemaine then
                             move 0 to Wactive
                         end-if

                         add 1 to Wix

                     end-perform

                     if Wactive = 1 then

                         perform SeanceAnnuleeSemaine

                         if WseanceAnnulee = 1 then
                             move 0 to Wactive
                         end-if

                     end-if

                 end-if.


           SeanceAnnuleeSemaine.

                 move 0 to WseanceAnnulee

                 open input fannulation

                 move fa_idactivite to fan_idactivite
                 move Wsemaine to fan_semaine

                 read fannulation

                     invalid key
                         continue

                     not invalid key
                         move 1 to WseanceAnnulee

                 end-read

                 close fannulation.


           ChevauchementSemaines.

                 move 0 to WsemCommune

                 if fa_semaine > WconflitSemaine then
                     move fa_semaine to WsemDeb
                 else
                     move WconflitSemaine to WsemDeb
                 end-if

                 if fa_semaineF < WconflitSemaineF then
                     move fa_semaineF to WsemFin
                 else
                     move WconflitSemaineF to WsemFin
                 end-if

                 if WsemDeb <= WsemFin then

                     move WsemDeb to Wsem

                     perform with test after until Wsem > WsemFin
                                     or WsemCommune = 1

                         move 0 to WsemExclue

                         move 1 to Wix

                         perform with test after until Wix > 5

                             if fa_exception(Wix) = Wsem
                             or WconflitException(Wix) = Wsem then
                                 move 1 to WsemExclue
                             end-if

                             add 1 to Wix

                         end-perform

                         if WsemExclue = 0 then
                             move 1 to WsemCommune
                         end-if

                         add 1 to Wsem

                     end-perform

                 end-if.


           VerifConflitHoraireMembre.

                 move fa_semaine to WconflitSemaine
                 move fa_semaineF to WconflitSemaineF
                 move fa_exceptions to WconflitExceptions
                 move fa_jour to WconflitJour
                 move fa_heureD to WconflitHeureD
                 move fa_heureF to WconflitHeureF
                 move Widactivite to WconflitIdActivite

                 move 0 to Wconflit
                 move 0 to Wfin1

                 open input finscription

                 move Widmembre to fi_idmembre

                 start finscription key is = fi_idmembre

                     invalid key
                         move 1 to Wfin1

                     not invalid key

                        move 0 to Wstop

                        perform with test after until Wfin1 = 1
                        				or Wstop = 1

                              read finscription next

                              at end
                                  move 1 to Wfin1
                              not at end

                                  if fi_idmembre = Widmembre then

                                      if fi_idactivite not = WconflitIdActivite
                                      then

                                          open input factivite
                                          move fi_idactivite to fa_idactivite
                                          read factivite
                                             not invalid key

                                             if fa_jour = WconflitJour
                                             and fa_heureD < WconflitHeureF
                                             and fa_heureF > WconflitHeureD
                                             then
                                                 perform ChevauchementSemaines

                                                 if WsemCommune = 1 then
                                                     move 1 to Wconflit
                                                 end-if
                                             end-if

                                          end-read
                                          close factivite

                                      end-if

                                  else
                                      move 1 to Wstop
                                  end-if

                        end-perform

                 end-start

                 close finscription.

           VerifConflitHoraireEncadrant.

                 move fa_semaine to WconflitSemaine
                 move fa_semaineF to WconflitSemaineF
                 move fa_exceptions to WconflitExceptions
                 move fa_jour to WconflitJour
                 move fa_heureD to WconflitHeureD
                 move fa_heureF to WconflitHeureF
                 move Widactivite to WconflitIdActivite

                 move 0 to Wconflit
                 move 0 to Wfin1

                 open input factivite

                 move Wprenom to fa_encadrant

                 start factivite key is = fa_encadrant

                     invalid key
                         move 1 to Wfin1

                     not invalid key

                        move 0 to Wstop

                        perform with test after until Wfin1 = 1
                        				or Wstop = 1

                              read factivite next

                              at end
                                  move 1 to Wfin1
                              not at end

                                  if fa_encadrant = Wprenom then

                                      if fa_idactivite not = WconflitIdActivite
                                      and (fa_idencadrant = Widencadrant
                                           or fa_idencadrant = 0)
                                      then

                                          if fa_jour = WconflitJour
                                          and fa_heureD < WconflitHeureF
                                          and fa_heureF > WconflitHeureD
                                          then
                                              perform ChevauchementSemaines

                                              if WsemCommune = 1 then
                                                  move 1 to Wconflit
                                              end-if
                                          end-if

                                      end-if

                                  else
                                      move 1 to Wstop
                                  end-if

                        end-perform

                 end-start

                 close factivite.

           VerifConflitHoraireLieu.

                 move 0 to Wconflit
                 move 0 to WlieuConflitActivite
                 move 0 to Wfin1

                 open input factivite

                 perform with test after until Wfin1 = 1

                       read factivite next

                       at end
                           move 1 to Wfin1
                       not at end

                           if fa_idlieu = WidLieu
                           and fa_idactivite not = WconflitIdActivite then

                               if fa_jour = WconflitJour
                               and fa_heureD < WconflitHeureF
                               and fa_heureF > WconflitHeureD
                               then
                                   perform ChevauchementSemaines

                                   if WsemCommune = 1 then
                                       move 1 to Wconflit
                                       move fa_idactivite
                                            to WlieuConflitActivite
                                   end-if
                               end-if

                           end-if

                 end-perform

                 close factivite.

           CalculAgeMembre.

                 open input fmembre

                 move Widmembre to fm_idmembre

                 read fmembre
                     not invalid key
                         continue
                 end-read

                 close fmembre

                 if fm_dateNaissance = 0 then

                     move 999 to Wage

                 else

                     accept WdateJour from date yyyymmdd

                     divide fm_dateNaissance by 10000
                         giving WanNaissance
                         remainder WmmjjNaissance

                     divide WdateJour by 10000
                         giving WanCourant
                         remainder WmmjjCourant

                     compute Wage = WanCourant - WanNaissance

                     if WmmjjCourant < WmmjjNaissance then
                         subtract 1 from Wage
                     end-if

                 end-if.


           VerifEligibiliteInscription.

                 move 1 to Weligible
                 move 0 to WcertificatRequis

                 move fa_type to Wtype
                 perform existeType

                 perform CalculAgeMembre

                 if Wtrouve = 1 then

                     move ft_certificatRequis to WcertificatRequis

                     if ft_ageMin > 0 or ft_ageMax > 0 then

                         if Wage = 999 then

                             move 0 to Weligible
                             display "Date de naissance inconnue pour "
                                     "une activite a tranche d'age "
                                     "("ft_ageMin" a "ft_ageMax" ans)"

                         else

                             if Wage < ft_ageMin then
                                 move 0 to Weligible
                                 display "Membre trop jeune ("Wage
                                         " ans) : activite a partir de "
                                         ft_ageMin" ans"
                             end-if

                             if ft_ageMax > 0 and Wage > ft_ageMax then
                                 move 0 to Weligible
                                 display "Membre trop age ("Wage
                                         " ans) : activite jusqu'a "
                                         ft_ageMax" ans"
                             end-if

                         end-if

                     end-if

                 end-if

                 if Weligible = 1 and Wage < 18 then

                     if fm_idfamille = 0 then

                         move 0 to Weligible
                         display "Membre mineur sans famille rattachee, "
                                 "un tuteur est obligatoire"

                     else

                         open input ffamille

                         move fm_idfamille to ff_idfamille

                         read ffamille

                             invalid key
                                 move 0 to Weligible
                                 display "Famille du mineur introuvable"

                             not invalid key

                                 if ff_nomTuteur = spaces then
                                     move 0 to Weligible
                                     display "Famille sans tuteur "
                                             "declare, inscription du "
                                             "mineur impossible"
                                 end-if

                         end-read

                         close ffamille

                     end-if

                 end-if

                 if Weligible = 1 and WcertificatRequis = 1 then
                     perform VerifCertificatInscription
                 end-if.


           VerifCertificatInscription.

                 perform CalculSemaineJour

                 open input fcertificat

                 move Widmembre to fce_idmembre

                 move 1 to WcertificatExiste

                 read fcertificat

                     invalid key
                         move 0 to WcertificatExiste

                 end-read

                 close fcertificat

                 if WcertificatExiste = 0 then

                     move 0 to Weligible
                     display "Activite " fa_type " : certificat medical "
                             "et licence obligatoires, aucun dossier "
                             "pour ce membre"

                 else

                     if fce_numLicence = spaces
                     or fce_saisonLicence < WsaisonCourante then
                         move 0 to Weligible
                         display "Licence absente ou non renouvelee pour "
                                 "la saison " WsaisonCourante
                     end-if

                     if fce_dateExpiration = 0 then

                         move 0 to Weligible
                         display "Certificat medical absent"

                     else

                         move fce_dateExpiration to WdateCalcul
                         perform CalculJourJulien
                         move WjourJulien to WjourJulienExpiration

                         if WjourJulienExpiration < WjourJulienJour then

                             move 0 to Weligible
                             display "Certificat medical expire le "
                                     fce_dateExpiration

                         else

                             move fa_semaineF to WsemaineCalcul
                             perform CalculJulienSemaine
                             move WjourJulienSemaine to WjourJulienFin

                             if WjourJulienExpiration < WjourJulienFin then
                                 display "Attention : certificat medical "
                                         "expirant le " fce_dateExpiration
                                         ", avant la derniere semaine ("
                                         fa_semaineF ") de l'activite"
                             end-if

                         end-if

                     end-if

                 end-if.


           CalculSemaineJour.

                 accept WdateJour from date yyyymmdd

                 move WdateJour to WdateCalcul
                 perform CalculJourJulien
                 move WjourJulien to WjourJulienJour
                 move WanCalcul to WanJour

                 if WmoisCalcul >= 9 then
                     move WanJour to WsaisonCourante
                 else
                     compute WsaisonCourante = WanJour - 1
                 end-if

                 compute WdateCalcul = WanJour * 10000 + 101
                 perform CalculJourJulien
                 move WjourJulien to WjourJulienAn

                 compute WsemaineJour =
                         (WjourJulienJour - WjourJulienAn) / 7 + 1

                 if WsemaineJour > 52 then
                     move 52 to WsemaineJour
                 end-if.


           StatutCertificat.

                 move "absent" to WstatutCertificat

                 if fce_dateExpiration > 0 then

                     move fce_dateExpiration to WdateCalcul
                     perform CalculJourJulien

                     if WjourJulien < WjourJulienJour then
                         move "expire" to WstatutCertificat
                     else

                         if WjourJulien <= WjourJulienJour + 30 then
                             move "expire sous 30 jours"
                                  to WstatutCertificat
                         else
                             move "valide" to WstatutCertificat
                         end-if

                     end-if

                 end-if.


           SaisieCertificat.

                 move 0 to Wtrouve

                 perform with test after until Wtrouve = 1
                     display "Certificat et licence de quel membre : ?"
                     accept Widmembre

                     perform existeMembre
                 end-perform

                 open input fcertificat

                 move Widmembre to fce_idmembre

                 move 1 to WcertificatExiste

                 read fcertificat

                     invalid key
                         move 0 to WcertificatExiste

                     not invalid key
                         display "Licence actuelle : " fce_numLicence
                                 " saison " fce_saisonLicence
                         display "Certificat actuel du "
                                 fce_dateCertificat " au "
                                 fce_dateExpiration

                 end-read

                 close fcertificat

                 display "Numero de licence federale : ?"
                 accept WnumLicence

                 move 0 to WsaisonLicence

                 perform with test after until WsaisonLicence > 1900
                     display "Saison de la licence (AAAA, annee de "
                             "debut de saison) : ?"
                     accept WsaisonLicence
                 end-perform

                 move 0 to WdateCertificat

                 perform with test after until WdateCertificat > 19000101
                     display "Date du certificat medical (AAAAMMJJ) : ?"
                     accept WdateCertificat
                 end-perform

                 move 0 to WdateExpiration

                 perform with test after until
                                 WdateExpiration > WdateCertificat
                     display "Date d'expiration du certificat "
                             "(AAAAMMJJ, apres le " WdateCertificat
                             ") : ?"
                     accept WdateExpiration
                 end-perform

                 open I-O fcertificat

                 move Widmembre to fce_idmembre
                 move WnumLicence to fce_numLicence
                 move WsaisonLicence to fce_saisonLicence
                 move WdateCertificat to fce_dateCertificat
                 move WdateExpiration to fce_dateExpiration

                 if WcertificatExiste = 1 then
                     rewrite tamp_fcertificat
                     end-rewrite
                 else
                     write tamp_fcertificat
                     end-write
                 end-if

                 if cr_fcertificat = 00 then
                     display "Certificat et licence enregistres"
                     move "CERTIFICAT" to WjournalOperation
                     move Widmembre to WjournalId
                     perform Journaliser
                 else
                     display "Certificat non enregistre"
                 end-if

                 close fcertificat.


           affichageCertificats.

                 perform CalculSemaineJour

                 open input fcertificat

                 move 0 to Wfin

                 perform with test after until Wfin = 1

                     read fcertificat next

                         at end
                             move 1 to Wfin
                         not at end

                             open input fmembre
                             move fce_idmembre to fm_idmembre
                             move spaces to fm_nom
                             move spaces to fm_prenom
                             read fmembre
                                 not invalid key
                                     continue
                             end-read
                             close fmembre

                             perform StatutCertificat

                             display fce_idmembre " " fm_nom " "
                                     fm_prenom
                             display "    Licence " fce_numLicence
                                     " saison " fce_saisonLicence
                                     " - certificat au "
                                     fce_dateExpiration " : "
                                     WstatutCertificat

                     end-read

                 end-perform

                 close fcertificat.


           RappelCertificats.

                 perform CalculSemaineJour

                 move 0 to WnbRappels

                 open output frappelCertificat

                 move spaces to rappelCertificat-ligne
                 string "Certificats medicaux expirant sous 30 jours "
                        "- liste d'appel du " WdateJour
                        delimited by size into rappelCertificat-ligne
                 write rappelCertificat-ligne

                 move spaces to rappelCertificat-ligne
                 write rappelCertificat-ligne

                 open input fcertificat

                 move 0 to Wfin

                 perform with test after until Wfin = 1

                     read fcertificat next

                         at end
                             move 1 to Wfin
                         not at end

                             if fce_dateExpiration > 0 then

                                 move fce_dateExpiration to WdateCalcul
                                 perform CalculJourJulien

                                 if WjourJulien >= WjourJulienJour
                                 and WjourJulien <= WjourJulienJour + 30
                                 then
                                     perform LigneRappelCertificat
                                 end-if

                             end-if

                     end-read

                 end-perform

                 close fcertificat

                 move spaces to rappelCertificat-ligne
                 write rappelCertificat-ligne

                 move spaces to rappelCertificat-ligne
                 string WnbRappels " membre(s) a contacter"
                        delimited by size into rappelCertificat-ligne
                 write rappelCertificat-ligne

                 close frappelCertificat

                 display WnbRappels " certificat(s) expirant sous 30 "
                         "jours, liste dans rappelCertificats.txt".


           LigneRappelCertificat.

                 move fce_idmembre to Widmembre

                 move spaces to fm_nom
                 move spaces to fm_prenom
                 move spaces to fm_telephone
                 move 0 to fm_idfamille
                 move 0 to fm_dateNaissance

                 perform CalculAgeMembre

                 move fm_telephone to WtelephoneContact
                 move "le membre" to WnomContact

                 if Wage < 18 and fm_idfamille > 0 then

                     open input ffamille

                     move fm_idfamille to ff_idfamille

                     read ffamille
                         not invalid key
                             move ff_telephone to WtelephoneContact
                             move ff_nomTuteur to WnomContact
                     end-read

                     close ffamille

                 end-if

                 add 1 to WnbRappels

                 move spaces to rappelCertificat-ligne
                 string fce_idmembre " " fm_nom " " fm_prenom
                        " expire le " fce_dateExpiration
                        delimited by size into rappelCertificat-ligne
                 write rappelCertificat-ligne

                 move spaces to rappelCertificat-ligne
                 string "    Appeler " WnomContact " au "
                        WtelephoneContact
                        delimited by size into rappelCertificat-ligne
                 write rappelCertificat-ligne.


           PurgeCertificatMembre.

                 open I-O fcertificat

                 move Widmembre to fce_idmembre

                 read fcertificat
                     not invalid key
                         delete fcertificat
                         end-delete
                 end-read

                 close fcertificat.


           inscriptionMembreActivite.


                  move 0 to Wstopp

                  perform with test after until Wstopp = 0

           		perform with test after until Wtrouve = 1
           			display "Quel membre (existant) inscrire : ?"
           			accept Widmembre

           			perform existeMembre
           		end-perform

           		if Wtrouve = 1 then

           			move 0 to Wtrouve

           			perform with test after until Wtrouve = 1
           				display "Quelle activite (existante) :  ? "
           				accept Widactivite

           				perform existeActivite
           			end-perform

           			perform MembreInscrit

           			if Winscrit = 0 then

           			    if Wtrouve = 1 then

           				perform VerifEligibiliteInscription

           				if Weligible = 0 then

           				    display "Inscription refusee"

           				else

           				perform nbInscritActivite
           				perform ComptageReservationsActivite
           				add WnbReserves to WnbInscrits

           				if WnbInscrits >= fa_nbparticipant then

           				    display "Activite complete, inscription refusee"

           				    perform with test after until WchoixAttente = 0
           				    				or WchoixAttente = 1
           					display "Inscrire en liste d'attente ? 1(Oui) / 0(Non)"
           					accept WchoixAttente
           				    end-perform

           				    if WchoixAttente = 1 then
           					perform AjoutListeAttente
           				    end-if

           				else

           				    move fa_type to WactiviteType

           				    perform VerifConflitHoraireMembre

           				    if Wconflit = 1 then

           					display "Conflit d'horaire : membre deja "
           						"inscrit sur ce creneau"

           				    else

           					move WactiviteType to Wtype
           					perform existeType

           					move 0 to Wmontant
           					if Wtrouve = 1 and ft_gratuit = 0 then
           					    move ft_montantParticipation to Wmontant
           					end-if

           					if Wmontant > 0 then
           					    perform RemiseFamiliale
           					end-if

           					open I-O finscription

           					    move Widmembre to fi_idmembre
           					    move Widactivite to fi_idactivite
           					    move 0 to fi_paye
           					    move Wmontant to fi_montant
           					    move 0 to fi_datePaiement

           					    write tamp_finscription

           					end-write

           					close finscription

           					if cr_finscription = 00 then
           					    display "Membre inscrit avec succès"
           					    move "AJOUT INSCRIPTION" to WjournalOperation
           					    move spaces to WjournalId
           					    string Widmembre Widactivite
           					           delimited by size into WjournalId
           					    perform Journaliser
           					    perform SupprimeAttenteMembreActivite
           					    perform MarquerReservationMembre
           					else
           					    display "Inscription non reussie"
           					end-if

           				    end-if

           				end-if

           				end-if

           			    else
           				display "Activite inexistante dans le logiciel"
           			    end-if

           			  else
           			  	display "Membre deja inscrit a cette activite"
           			  end-if
           		else
           			display "Membre inexistant dans le logiciel"
           		end-if


           		perform with test after until Wstopp = 0  OR Wstopp = 1
		             display "Autre inscription ? 1(Oui) ou 0(Non)"
		             accept Wstopp
		        end-perform

           	     end-perform.
      
           
           RemiseFamiliale.

                 open input fmembre

                 move 0 to WidFamille

                 move Widmembre to fm_idmembre

                 read fmembre
                     not invalid key
                         move fm_idfamille to WidFamille
                 end-read

                 close fmembre

                 if WidFamille > 0 then

                     perform ComptageFreresInscrits

                     if WnbFreres = 1 then
                         compute Wmontant rounded = Wmontant * 75 / 100
                         display "Remise familiale 25 pour cent, "
                                 "montant du : "Wmontant
                     end-if

                     if WnbFreres > 1 then
                         compute Wmontant rounded = Wmontant * 50 / 100
                         display "Remise familiale 50 pour cent, "
                                 "montant du : "Wmontant
                     end-if

                 end-if.


           ComptageFreresInscrits.

                 open input fmembre

                 move 0 to WnbFreres
                 move 0 to Wfin2
                 move 0 to Wstop

                 move WidFamille to fm_idfamille

                 start fmembre key is = fm_idfamille

                     invalid key
                         move 1 to Wfin2

                     not invalid key

                         perform with test after until Wfin2 = 1
                                         or Wstop = 1

                             read fmembre next

                                 at end
                                     move 1 to Wfin2
                                 not at end

                                     if fm_idfamille = WidFamille then

                                         if fm_idmembre not = Widmembre then

                                             perform FrereAInscription

                                             if WfrereInscrit = 1 then
                                                 add 1 to WnbFreres
                                             end-if

                                         end-if

                                     else
                                         move 1 to Wstop
                                     end-if

                         end-perform

                 end-start

                 close fmembre.


           FrereAInscription.

                 open input finscription

                 move 0 to WfrereInscrit

                 move fm_idmembre to fi_idmembre

                 start finscription key is = fi_idmembre

                     invalid key
                         continue

                     not invalid key

                         read finscription next

                             at end
                                 continue
                             not at end

                                 if fi_idmembre = fm_idmembre then
                                     move 1 to WfrereInscrit
                                 end-if

                         end-read

                 end-start

                 close finscription.


           DeleteInscription.
           	
           	      open input finscription
	              DISPLAY "Supprimer inscription de quel membre : ? "
	              ACCEPT Widmembre
	              PERFORM existeMembre
		
		   
                 MOVE Wtype TO ft_type
                 READ ftype
		   
                 IF Wtrouve = 1 THEN
                           
                   move 0 to Wtrouve 
                   
                   display "Supprimer inscription a quelle activite : ?"
                   accept Widactivite
                   perform existeActivite                         
              	    
              	    if Wtrouve = 1 then
  
  		        perform MembreInscrit
  		           
  		           if Winscrit = 1 then

			        perform PreparationAvoirRetrait

			        if WretraitRefuse = 1 then
			            display "Aucune suppression apportee"
			            move 0 to Wcheck
			        else

			            OPEN I-O finscription
			            delete finscription
			            end-delete
			         
			            if cr_finscription = 00
		                      DISPLAY "Suppression effectuee avec succes"
		                      move "SUPPR INSCRIPTION" to WjournalOperation
		                      move spaces to WjournalId
		                      string Widmembre Widactivite
		                             delimited by size into WjournalId
		                      perform Journaliser
		                      move 1 to Wcheck
			            ELSE
			              DISPLAY "Aucune suppression apportee"
			              move 0 to Wcheck
			            END-IF

			            CLOSE finscription

			            if Wcheck = 1 then
			                perform ClorePaiementsInscription

			                if WmontantAvoir > 0 then
			                    perform EnregistrerAvoir

			                    if WavoirRefuse = 1 then
			                        display "Inscription supprimee sans avoir : "
			                                WmontantAvoir " euros a regulariser "
			                                "sur une periode ouverte"
			                        move "AVOIR REFUSE" to WjournalOperation
			                        move spaces to WjournalId
			                        string Widmembre Widactivite
			                               delimited by size into WjournalId
			                        perform Journaliser
			                    end-if
			                end-if

			                perform PromotionListeAttente
			            end-if

			        end-if

	                   else
			   	 display "Aucune inscription de membre a cette activite"
		           end-if
			     
	             else
	             	 display "Activite inexistante dans le logiciel"
	             end-if
	             
                  ELSE
		        DISPLAY "Membre inexistant dans notre logiciel"
                  END-IF
		   
                   
           	STOP RUN.

           	CLOSE finscription.


           PreparationAvoirRetrait.

                 move Widactivite to WidActiviteRetrait
                 move 0 to WmontantAvoir
                 move 0 to WmontantConsomme
                 move 0 to WmodeAvoir
                 move 0 to WidActiviteReport

                 open input finscription

                 move Widmembre to fi_idmembre
                 move WidActiviteRetrait to fi_idactivite

                 read finscription
                     key is fi_idinscription

                     invalid key
                         continue

                 end-read

                 close finscription

                 perform CalculSoldeInscription

                 move WtotalVerse to WmontantVerseRetrait

                 open input factivite

                 move WidActiviteRetrait to fa_idactivite

                 read factivite
                     not invalid key
                         continue
                 end-read

                 close factivite

                 move 0 to WsemaineRetrait

                 perform with test after until WsemaineRetrait > 0 and
                                               WsemaineRetrait <= 52
                     display "Semaine du retrait : ?"
                     accept WsemaineRetrait
                 end-perform

                 perform CompteSeancesActivite

                 if WnbSeances > 0 then
                     compute WmontantConsomme rounded =
                             fi_montant * (WnbSeances - WnbSeancesRestantes)
                             / WnbSeances
                 end-if

                 if WmontantVerseRetrait > WmontantConsomme then
                     compute WmontantAvoir =
                             WmontantVerseRetrait - WmontantConsomme
                 end-if

                 display "Seances de l'activite : "WnbSeances
                         " - seances a venir : "WnbSeancesRestantes
                 display "Deja verse : "WmontantVerseRetrait
                         " - part consommee : "WmontantConsomme

                 move 0 to WretraitRefuse
                 move 2 to WclotureAvoir

                 if WmontantAvoir = 0 then
                     display "Aucun montant a rembourser, les paiements "
                             "sont conserves"
                 else

                     accept WdateJour from date yyyymmdd
                     move WdateJour to WdateControle
                     perform VerifPeriodeCloturee

                     if WperiodeCloturee = 1 then
                         display "Periode comptable close, retrait "
                                 "impossible"
                         move 1 to WretraitRefuse
                     else
                         display "Montant de l'avoir : "WmontantAvoir
                                 " euros"
                         perform ChoixModeAvoir
                     end-if

                 end-if

                 move WidActiviteRetrait to Widactivite
                 move Widmembre to fi_idmembre
                 move WidActiviteRetrait to fi_idactivite.


           ChoixModeAvoir.

                 move 0 to WmodeAvoir

                 perform with test after until WmodeAvoir = 1
                                 or WmodeAvoir = 2

                     display "Remboursement en especes (1) ou avoir "
                             "reporte sur une autre inscription (2) : ?"
                     accept WmodeAvoir

                     if WmodeAvoir = 2 then

                         display "Reporter sur quelle activite du "
                                 "membre : ?"
                         accept WidActiviteReport

                         move WidActiviteReport to Widactivite
                         perform MembreInscrit

                         if Winscrit = 0
                         or WidActiviteReport = WidActiviteRetrait then

                             display "Le membre n'est pas inscrit a "
                                     "cette autre activite"
                             move 0 to WmodeAvoir

                         else

                             perform CalculSoldeInscription

                             if WsoldeInscription < WmontantAvoir then
                                 display "Avoir superieur au reste du "
                                         "sur cette inscription ("
                                         WsoldeInscription" euros)"
                                 move 0 to WmodeAvoir
                             end-if

                         end-if

                     end-if

                 end-perform

                 if WmodeAvoir = 1 then
                     move 0 to WidActiviteReport
                 end-if.


           CompteSeancesActivite.

                 move 0 to WnbSeances
                 move 0 to WnbSeancesRestantes

                 move fa_semaine to WsemSeance

                 perform with test after until WsemSeance > fa_semaineF

                     move WsemSeance to Wsemaine
                     perform SeanceTenueSemaine

                     if WseanceTenue = 1 then

                         add 1 to WnbSeances

                         if WsemSeance > WsemaineRetrait then
                             add 1 to WnbSeancesRestantes
                         end-if

                     end-if

                     add 1 to WsemSeance

                 end-perform.


           SeanceTenueSemaine.

                 move 0 to WseanceTenue

                 perform ActiviteALieuSemaine

                 if Wactive = 1 then
                     move 1 to WseanceTenue
                 else

                     if WseanceAnnulee = 1 and fan_rattrapage = 1 then
                         move 1 to WseanceTenue
                     end-if

                 end-if.


           ClorePaiementsInscription.

                 open I-O fpaiement

                 move 0 to Wfin1
                 move 0 to Wstop

                 move Widmembre to fpa_idmembre

                 start fpaiement key is = fpa_idmembre

                     invalid key
                         move 1 to Wfin1

                     not invalid key

                         perform with test after until Wfin1 = 1
                                         or Wstop = 1

                             read fpaiement next

                                 at end
                                     move 1 to Wfin1
                                 not at end

                                     if fpa_idmembre = Widmembre then

                                         if fpa_idactivite = Widactivite
                                         and fpa_retrait = 0 then
                                             move 1 to fpa_retrait
                                             rewrite tamp_fpaiement
                                             end-rewrite
                                         end-if

                                     else
                                         move 1 to Wstop
                                     end-if

                         end-perform

                 end-start

                 close fpaiement

                 open I-O fremboursement

                 move 0 to Wfin1
                 move 0 to Wstop

                 move Widmembre to frb_idmembre

                 start fremboursement key is = frb_idmembre

                     invalid key
                         move 1 to Wfin1

                     not invalid key

                         perform with test after until Wfin1 = 1
                                         or Wstop = 1

                             read fremboursement next

                                 at end
                                     move 1 to Wfin1
                                 not at end

                                     if frb_idmembre = Widmembre then

                                         move frb_cloture to WclotureAvant

                                         if frb_mode = 2
                                         and frb_idactiviteReport = Widactivite
                                         and (frb_cloture = 0
                                              or frb_cloture = 2) then
                                             add 1 to frb_cloture
                                         end-if

                                         if frb_idactivite = Widactivite
                                         and (frb_cloture = 0
                                              or frb_cloture = 1) then
                                             add 2 to frb_cloture
                                         end-if

                                         if frb_cloture not = WclotureAvant
                                         then
                                             rewrite tamp_fremboursement
                                             end-rewrite
                                         end-if

                                     else
                                         move 1 to Wstop
                                     end-if

                         end-perform

                 end-start

                 close fremboursement.


           EnregistrerAvoir.

                 accept WdateJour from date yyyymmdd

                 move 0 to WavoirRefuse

                 move WdateJour to WdateControle
                 perform VerifPeriodeCloturee

                 if WperiodeCloturee = 1 then

                     display "Periode comptable close, avoir refuse"
                     move 1 to WavoirRefuse
                     move 0 to Wcheck

                 else

                     perform ProchainNumeroAvoir

                     open I-O fremboursement

                         move WnumAvoir to frb_numavoir
                         move Widmembre to frb_idmembre
                         move WidActiviteRetrait to frb_idactivite
                         move WdateJour to frb_date
                         move WmontantVerseRetrait to frb_montantVerse
                         move WnbSeances to frb_seances
                         move WnbSeancesRestantes to frb_seancesRestantes
                         move WmontantAvoir to frb_montant
                         move WmodeAvoir to frb_mode
                         move WidActiviteReport to frb_idactiviteReport
                         move WclotureAvoir to frb_cloture

                         write tamp_fremboursement
                     end-write

                     if cr_fremboursement = 00 then
                         move 1 to Wcheck
                     else
                         display "Avoir non enregistre"
                         move 0 to Wcheck
                     end-if

                     close fremboursement

                     if Wcheck = 1 then

                         if WmodeAvoir = 2 then

                             move WidActiviteReport to Widactivite

                             open input finscription

                             move Widmembre to fi_idmembre
                             move WidActiviteReport to fi_idactivite

                             read finscription
                                 key is fi_idinscription

                                 invalid key
                                     continue

                             end-read

                             close finscription

                             perform CalculSoldeInscription

                             if WsoldeInscription = 0 then
                                 move WdateJour to Wdatepaiement
                                 perform SoldeInscriptionRegle
                                 display "Inscription "WidActiviteReport
                                         " soldee par l'avoir"
                             end-if

                             move WidActiviteRetrait to Widactivite

                         end-if

                         move "AVOIR" to WjournalOperation
                         move WnumAvoir to WjournalId
                         perform Journaliser

                         perform EditionAvoir

                     end-if

                 end-if.


           ProchainNumeroAvoir.

                 move 0 to WnumAvoir

                 open input fnumavoir

                 if cr_fnumavoir = 00 then

                     read fnumavoir

                         at end
                             move 0 to WnumAvoir
                         not at end
                             move numavoir-ligne to WnumAvoir

                     end-read

                     close fnumavoir

                 end-if

                 add 1 to WnumAvoir

                 open output fnumavoir

                 move WnumAvoir to numavoir-ligne

                 write numavoir-ligne

                 close fnumavoir.


           EditionAvoir.

                 open input fmembre

                 move Widmembre to fm_idmembre

                 read fmembre
                     not invalid key
                         continue
                 end-read

                 close fmembre

                 move spaces to WactiviteNom

                 open input factivite

                 if WmodeAvoir = 2 then

                     move WidActiviteReport to fa_idactivite

                     read factivite
                         not invalid key
                             move fa_nomActivite to WactiviteNom
                     end-read

                 end-if

                 move WidActiviteRetrait to fa_idactivite

                 read factivite
                     not invalid key
                         continue
                 end-read

                 close factivite

                 open extend favoir

                 if cr_favoir = 35 then
                     open output favoir
                 end-if

                 move spaces to avoir-ligne
                 string "Avoir no " WnumAvoir " du " WdateJour
                        delimited by size into avoir-ligne
                 write avoir-ligne

                 move spaces to avoir-ligne
                 string "Membre : " fm_nom " " fm_prenom
                        delimited by size into avoir-ligne
                 write avoir-ligne

                 move spaces to avoir-ligne
                 string "Adresse : " fm_adresse
                        delimited by size into avoir-ligne
                 write avoir-ligne

                 if WsemaineRetrait = 0 then

                     move spaces to avoir-ligne
                     string "Trop-percu sur l'activite : " fa_nomActivite
                            delimited by size into avoir-ligne
                     write avoir-ligne

                 else

                     move spaces to avoir-ligne
                     string "Retrait de l'activite : " fa_nomActivite
                            " (semaine " WsemaineRetrait ")"
                            delimited by size into avoir-ligne
                     write avoir-ligne

                     move spaces to avoir-ligne
                     string "Seances restant a venir : "
                            WnbSeancesRestantes " sur " WnbSeances
                            delimited by size into avoir-ligne
                     write avoir-ligne

                 end-if

                 move spaces to avoir-ligne
                 string "Deja verse : " WmontantVerseRetrait
                        " euros, part consommee : " WmontantConsomme
                        " euros"
                        delimited by size into avoir-ligne
                 write avoir-ligne

                 move spaces to avoir-ligne
                 string "Montant de l'avoir : " WmontantAvoir " euros"
                        delimited by size into avoir-ligne
                 write avoir-ligne

                 move spaces to avoir-ligne

                 if WmodeAvoir = 1 then
                     string "Rembourse en especes par le tresorier"
                            delimited by size into avoir-ligne
                 else
                     string "Reporte sur l'activite : " WactiviteNom
                            delimited by size into avoir-ligne
                 end-if

                 write avoir-ligne

                 move spaces to avoir-ligne
                 write avoir-ligne

                 close favoir

                 display "Avoir no "WnumAvoir" imprime dans avoir.txt".


           affichageAvoir.

                 open input fremboursement

                 move 0 to Wfin

                 perform with test after until Wfin = 1

                     read fremboursement next

                         at end
                             move 1 to Wfin
                         not at end

                             display "Avoir no "frb_numavoir" du "frb_date
                             display "Membre : "frb_idmembre
                                     " Activite retiree : "frb_idactivite
                             display "Seances a venir : "
                                     frb_seancesRestantes" sur "
                                     frb_seances
                             display "Verse : "frb_montantVerse
                                     " Avoir : "frb_montant" euros"

                             if frb_mode = 1 then
                                 display "Rembourse en especes"
                             else
                                 display "Reporte sur l'activite "
                                         frb_idactiviteReport
                             end-if

                             display "-----------------------------------"

                     end-read

                 end-perform

                 close fremboursement.


           AjoutListeAttente.

                 open input fattente

                 move 0 to Wtrouve

                 move Widmembre to fl_idmembre
                 move Widactivite to fl_idactivite

                 read fattente
                     not invalid key
                         move 1 to Wtrouve
                 end-read

                 close fattente

                 if Wtrouve = 1 then
                     display "Membre deja en liste d'attente pour cette activite"
                 else

                     open input fattente

                     move 0 to Wfin
                     move 0 to WrangAttente

                     perform with test after until Wfin = 1

                         read fattente next

                             at end
                                 move 1 to Wfin
                             not at end

                                 if fl_rang > WrangAttente then
                                     move fl_rang to WrangAttente
                                 end-if

                         end-read

                     end-perform

                     close fattente

                     add 1 to WrangAttente

                     open I-O fattente

                         move Widmembre to fl_idmembre
                         move Widactivite to fl_idactivite
                         move WrangAttente to fl_rang

                         write tamp_fattente
                     end-write

                     if cr_fattente = 00 then
                         display "Membre place en liste d'attente, rang "WrangAttente
                         move "AJOUT ATTENTE" to WjournalOperation
                         move spaces to WjournalId
                         string Widmembre Widactivite
                                delimited by size into WjournalId
                         perform Journaliser
                     else
                         display "Mise en liste d'attente non reussie"
                     end-if

                     close fattente

                 end-if.


           PromotionListeAttente.

                 move 0 to WattentePromue
                 move 0 to WfinAttente
                 move 0 to WrangPromu

                 perform with test after until WattentePromue = 1
                                 or WfinAttente = 1

                     perform ChercherPremierAttente

                     if WmembrePromu = 0 then
                         move 1 to WfinAttente
                     else
                         perform PromouvoirCandidat
                     end-if

                 end-perform.


           ChercherPremierAttente.

                 open input fattente

                 move 0 to WmembrePromu
                 move 0 to WrangCandidat
                 move 0 to Wfin1
                 move 0 to Wstop

                 move Widactivite to fl_idactivite

                 start fattente key is = fl_idactivite

                     invalid key
                         move 1 to Wfin1

                     not invalid key

                         perform with test after until Wfin1 = 1
                                         or Wstop = 1

                             read fattente next

                                 at end
                                     move 1 to Wfin1
                                 not at end

                                     if fl_idactivite = Widactivite then

                                         if fl_rang > WrangPromu then

                                             if WmembrePromu = 0
                                             or fl_rang < WrangCandidat then
                                                 move fl_idmembre to WmembrePromu
                                                 move fl_rang to WrangCandidat
                                             end-if

                                         end-if

                                     else
                                         move 1 to Wstop
                                     end-if

                         end-perform

                 end-start

                 close fattente

                 if WmembrePromu not = 0 then
                     move WrangCandidat to WrangPromu
                 end-if.


           PromouvoirCandidat.

                 move WmembrePromu to Widmembre

                 perform existeMembre

                 move 0 to Winscrit

                 if Wtrouve = 1 then
                     perform MembreInscrit
                 end-if

                 if Wtrouve = 0 or Winscrit = 1 then

                     perform SupprimeAttenteMembreActivite

                 else

                 open input factivite

                 move Widactivite to fa_idactivite

                 read factivite
                     invalid key
                         move 0 to fa_nbparticipant
                     not invalid key
                         continue
                 end-read

                 close factivite

                 perform nbInscritActivite
                 perform ComptageReservationsActivite
                 add WnbReserves to WnbInscrits

                 if WnbInscrits >= fa_nbparticipant then
                     move 1 to WfinAttente
                 else

                     move fa_type to WactiviteType

                     perform VerifEligibiliteInscription

                     if Weligible = 0 then

                         display "Promotion impossible, membre "Widmembre
                                 " hors tranche d'age, sans tuteur "
                                 "ou sans certificat valide"

                         perform SupprimeAttenteMembreActivite

                     else

                     perform VerifConflitHoraireMembre

                     if Wconflit = 1 then

                         display "Promotion impossible, conflit d'horaire "
                                 "pour le membre "Widmembre

                     else

                         move WactiviteType to Wtype
                         perform existeType

                         move 0 to Wmontant
                         if Wtrouve = 1 and ft_gratuit = 0 then
                             move ft_montantParticipation to Wmontant
                         end-if

                         if Wmontant > 0 then
                             perform RemiseFamiliale
                         end-if

                         open I-O finscription

                             move Widmembre to fi_idmembre
                             move Widactivite to fi_idactivite
                             move 0 to fi_paye
                             move Wmontant to fi_montant
                             move 0 to fi_datePaiement

                             write tamp_finscription

                         end-write

                         close finscription

                         if cr_finscription = 00 then

                             move 1 to WattentePromue

                             display "Membre "Widmembre" promu depuis la "
                                     "liste d'attente de l'activite "Widactivite

                             move "PROMOTION ATTENTE" to WjournalOperation
                             move spaces to WjournalId
                             string Widmembre Widactivite
                                    delimited by size into WjournalId
                             perform Journaliser

                             open I-O fattente

                             move Widmembre to fl_idmembre
                             move Widactivite to fl_idactivite

                             read fattente
                                 not invalid key
                                     delete fattente
                                     end-delete
                             end-read

                             close fattente

                             perform MarquerReservationMembre

                         else
                             display "Promotion non reussie"
                         end-if

                     end-if

                     end-if

                 end-if

                 end-if.


           PurgePresenceMembre.

                 open I-O fpresence

                 move 0 to Wfin1
                 move 0 to Wstop

                 move Widmembre to fp_idmembre

                 start fpresence key is = fp_idmembre

                     invalid key
                         move 1 to Wfin1

                     not invalid key

                         perform with test after until Wfin1 = 1
                                         or Wstop = 1

                             read fpresence next

                                 at end
                                     move 1 to Wfin1
                                 not at end

                                     if fp_idmembre = Widmembre then
                                         delete fpresence
                                         end-delete
                                     else
                                         move 1 to Wstop
                                     end-if

                         end-perform

                 end-start

                 close fpresence.


           SupprimeAttenteMembreActivite.

                 open I-O fattente

                 move Widmembre to fl_idmembre
                 move Widactivite to fl_idactivite

                 read fattente
                     not invalid key
                         delete fattente
                         end-delete
                 end-read

                 close fattente.


           PurgePresenceActivite.

                 open I-O fpresence

                 move 0 to Wfin1
                 move 0 to Wstop

                 move Widactivite to fp_idactivite
                 move 0 to fp_semaine
                 move 0 to fp_idmembre

                 start fpresence key is not less than fp_clepresence

                     invalid key
                         move 1 to Wfin1

                     not invalid key

                         perform with test after until Wfin1 = 1
                                         or Wstop = 1

                             read fpresence next

                                 at end
                                     move 1 to Wfin1
                                 not at end

                                     if fp_idactivite = Widactivite then
                                         delete fpresence
                                         end-delete
                                     else
                                         move 1 to Wstop
                                     end-if

                         end-perform

                 end-start

                 close fpresence.


           PurgeListeAttenteMembre.

                 open I-O fattente

                 move 0 to Wfin1
                 move 0 to Wstop

                 move Widmembre to fl_idmembre
                 move 0 to fl_idactivite

                 start fattente key is not less than fl_idattente

                     invalid key
                         move 1 to Wfin1

                     not invalid key

                         perform with test after until Wfin1 = 1
                                         or Wstop = 1

                             read fattente next

                                 at end
                                     move 1 to Wfin1
                                 not at end

                                     if fl_idmembre = Widmembre then
                                         delete fattente
                                         end-delete
                                     else
                                         move 1 to Wstop
                                     end-if

                         end-perform

                 end-start

                 close fattente.


           PurgeListeAttenteActivite.

                 open I-O fattente

                 move 0 to Wfin1
                 move 0 to Wstop

                 move Widactivite to fl_idactivite

                 start fattente key is = fl_idactivite

                     invalid key
                         move 1 to Wfin1

                     not invalid key

                         perform with test after until Wfin1 = 1
                                         or Wstop = 1

                             read fattente next

                                 at end
                                     move 1 to Wfin1
                                 not at end

                                     if fl_idactivite = Widactivite then
                                         delete fattente
                                         end-delete
                                     else
                                         move 1 to Wstop
                                     end-if

                         end-perform

                 end-start

                 close fattente.


           affichageListeAttente.

                 open input fattente

                 move 0 to Wfin

                 perform with test after until Wfin = 1

                     read fattente next

                         at end
                             move 1 to Wfin
                         not at end

                             display "Activite : "fl_idactivite
                                   " Membre : "fl_idmembre
                                   " Rang : "fl_rang

                     end-read

                 end-perform

                 close fattente.


           SaisieAnnulation.

                 move 0 to Wtrouve

                 perform with test after until Wtrouve = 1
                     display "Annulation sur quelle activite : ?"
                     accept Widactivite

                     perform existeActivite
                 end-perform

                 move 0 to Wsemaine

                 perform with test after until Wsemaine > 0 and
                                               Wsemaine <= 52
                     display "Pour quelle semaine : ?"
                     accept Wsemaine
                 end-perform

                 perform ActiviteALieuSemaine

                 if Wactive = 1 then
                     perform EnregistrerAnnulation
                 else

                     if WseanceAnnulee = 1 then
                         perform RetablirSeanceAnnulee
                     else
                         display "L'activite n'a pas lieu la semaine "
                                 Wsemaine", rien a annuler"
                     end-if

                 end-if.


           EnregistrerAnnulation.

                 display "Motif de l'annulation : ?"
                 accept Wmotif

                 move 0 to fan_rattrapage
                 move 0 to fan_rattrapageJour
                 move 0 to fan_rattrapageSemaine
                 move 0 to fan_rattrapageHeureD
                 move 0 to fan_rattrapageHeureF

                 perform with test after until WchoixRattrapage = 0
                                 or WchoixRattrapage = 1
                     display "Programmer un rattrapage ? 1(Oui) / 0(Non)"
                     accept WchoixRattrapage
                 end-perform

                 if WchoixRattrapage = 1 then

                     move 1 to fan_rattrapage

                     perform with test after until fan_rattrapageJour > 0
                                     and fan_rattrapageJour <= 7
                         display "Jour du rattrapage [1-7] : ?"
                         accept fan_rattrapageJour
                     end-perform

                     perform with test after until
                                     fan_rattrapageSemaine > 0
                                     and fan_rattrapageSemaine <= 52
                         display "Semaine du rattrapage : ?"
                         accept fan_rattrapageSemaine
                     end-perform

                     perform with test after until
                                     fan_rattrapageHeureD > 8
                                     and fan_rattrapageHeureD <= 20
                         display "Heure debut du rattrapage : entre 9h-20h"
                         accept fan_rattrapageHeureD
                     end-perform

                     perform with test after until
                                     fan_rattrapageHeureF
                                     > fan_rattrapageHeureD
                                     and fan_rattrapageHeureF <= 20
                         display "Heure fin du rattrapage (> debut) : "
                         accept fan_rattrapageHeureF
                     end-perform

                 end-if

                 open I-O fannulation

                     move Widactivite to fan_idactivite
                     move Wsemaine to fan_semaine
                     move Wmotif to fan_motif

                     write tamp_fannulation
                 end-write

                 if cr_fannulation = 00 then
                     display "Seance annulee pour la semaine "Wsemaine
                     move "ANNULATION SEANCE" to WjournalOperation
                     move spaces to WjournalId
                     string Widactivite Wsemaine
                            delimited by size into WjournalId
                     perform Journaliser
                     move 1 to Wcheck
                 else
                     display "Annulation non enregistree"
                     move 0 to Wcheck
                 end-if

                 close fannulation

                 if Wcheck = 1 then
                     perform AvisAnnulation
                 end-if.


           RetablirSeanceAnnulee.

                 display "Seance deja annulee (motif : "fan_motif")"

                 perform with test after until WchoixRattrapage = 0
                                 or WchoixRattrapage = 1
                     display "Retablir la seance ? 1(Oui) / 0(Non)"
                     accept WchoixRattrapage
                 end-perform

                 if WchoixRattrapage = 1 then

                     open I-O fannulation

                     move Widactivite to fan_idactivite
                     move Wsemaine to fan_semaine

                     read fannulation

                         invalid key
                             display "Annulation introuvable"

                         not invalid key

                             delete fannulation
                             end-delete

                             display "Seance retablie pour la semaine "
                                     Wsemaine

                             move "RETABLIT SEANCE" to WjournalOperation
                             move spaces to WjournalId
                             string Widactivite Wsemaine
                                    delimited by size into WjournalId
                             perform Journaliser

                     end-read

                     close fannulation

                 end-if.


           affichageAnnulation.

                 open input fannulation

                 move 0 to Wfin

                 perform with test after until Wfin = 1

                     read fannulation next

                         at end
                             move 1 to Wfin
                         not at end

                             display "Activite : "fan_idactivite
                                   " Semaine annulee : "fan_semaine
                             display "Motif : "fan_motif

                             if fan_rattrapage = 1 then
                                 display "Rattrapage : jour "
                                       fan_rattrapageJour
                                       " semaine "fan_rattrapageSemaine
                                       " de "fan_rattrapageHeureD"h a "
                                       fan_rattrapageHeureF"h"
                             else
                                 display "Rattrapage : aucun"
                             end-if

                             display "-----------------------------------"

                     end-read

                 end-perform

                 close fannulation.


           RemplacantSemaine.

                 open input fremplacement

                 move Widactivite to fre_idactivite
                 move Wsemaine to fre_semaine

                 read fremplacement

                     invalid key
                         continue

                     not invalid key
                         move fre_remplacant to WencadrantSemaine

                 end-read

                 close fremplacement.


           SaisieRemplacement.

                 move 0 to Wtrouve

                 perform with test after until Wtrouve = 1
                     display "Remplacement sur quelle activite : ?"
                     accept Widactivite

                     perform existeActivite
                 end-perform

                 move 0 to Wsemaine

                 perform with test after until Wsemaine > 0 and
                                               Wsemaine <= 52
                     display "Pour quelle semaine : ?"
                     accept Wsemaine
                 end-perform

                 perform ActiviteALieuSemaine

                 perform CalculSemaineJour

                 move 0 to WsemainePassee

                 if fa_semaine <= WsemaineJour
                 and WsemaineJour <= fa_semaineF
                 and Wsemaine < WsemaineJour then
                     move 1 to WsemainePassee
                 end-if

                 if Wactive = 0 or WsemainePassee = 1 then

                     if Wactive = 0 then
                         display "L'activite n'a pas lieu la semaine "
                                 Wsemaine ", saisie refusee"
                     else
                         display "Seance de la semaine " Wsemaine
                                 " deja passee, saisie refusee"
                     end-if

                 else

                     display "Encadrant titulaire : "fa_encadrant
                             " ("fa_idencadrant")"

                     display "Encadrant remplacant "
                             "(titulaire pour annuler)"

                     perform SaisieIdEncadrant

                     move 0 to WestTitulaire

                     if fa_idencadrant > 0 then
                         if Widencadrant = fa_idencadrant then
                             move 1 to WestTitulaire
                         end-if
                     else
                         if Wprenom = fa_encadrant then
                             move 1 to WestTitulaire
                         end-if
                     end-if

                     move 1 to WqualifOk

                     if WestTitulaire = 0 then
                         move fa_type to Wtype
                         move Wsemaine to WsemaineQualif
                         perform VerifQualificationEncadrant
                     end-if

                     if WqualifOk = 0 then

                         display "Remplacant non qualifie pour le type "
                                 fa_type " en semaine " Wsemaine
                                 ", saisie refusee"

                     else

                         display "Motif de l'absence : ?"
                         accept Wmotif

                         move 0 to Wcheck

                         open I-O fremplacement

                         move Widactivite to fre_idactivite
                         move Wsemaine to fre_semaine

                         read fremplacement

                             invalid key

                                 if WestTitulaire = 1 then
                                     display "L'encadrant titulaire assure "
                                             "deja cette seance"
                                 else

                                     move Widactivite to fre_idactivite
                                     move Wsemaine to fre_semaine
                                     move fa_encadrant to fre_encadrantAbsent
                                     move Wprenom to fre_remplacant
                                     move Widencadrant to fre_idremplacant
                                     move Wmotif to fre_motif

                                     write tamp_fremplacement
                                     end-write

                                     if cr_fremplacement = 00 then
                                         display "Remplacement enregistre"
                                         move "REMPLACEMENT" to WjournalOperation
                                         move spaces to WjournalId
                                         string Widactivite Wsemaine
                                                delimited by size into WjournalId
                                         perform Journaliser
                                         move 1 to Wcheck
                                     else
                                         display "Remplacement non enregistre"
                                     end-if

                                 end-if

                             not invalid key

                                 if WestTitulaire = 1 then

                                     delete fremplacement
                                     end-delete

                                     display "Retour du titulaire, "
                                             "remplacement annule"

                                     move "ANNUL REMPLACEMENT"
                                          to WjournalOperation
                                     move spaces to WjournalId
                                     string Widactivite Wsemaine
                                            delimited by size into WjournalId
                                     perform Journaliser

                                 else

                                     move Wprenom to fre_remplacant
                                     move Widencadrant to fre_idremplacant
                                     move Wmotif to fre_motif

                                     rewrite tamp_fremplacement
                                     end-rewrite

                                     if cr_fremplacement = 00 then
                                         display "Remplacement mis a jour"
                                         move "REMPLACEMENT" to WjournalOperation
                                         move spaces to WjournalId
                                         string Widactivite Wsemaine
                                                delimited by size into WjournalId
                                         perform Journaliser
                                         move 1 to Wcheck
                                     else
                                         display "Remplacement non enregistre"
                                     end-if

                                 end-if

                         end-read

                         close fremplacement

                         if Wcheck = 1 then
                             perform AvisRemplacement
                         end-if

                     end-if

                 end-if.


           AvisAnnulation.

                 move 1 to WtypeAvis
                 move fan_semaine to WsemaineAvis
                 move fan_motif to WmotifAvis
                 move fan_rattrapage to WrattrapageAvis
                 move fan_rattrapageJour to WratJour
                 move fan_rattrapageSemaine to WratSemaine
                 move fan_rattrapageHeureD to WratHeureD
                 move fan_rattrapageHeureF to WratHeureF

                 perform AvisSeance.


           AvisRemplacement.

                 move 2 to WtypeAvis
                 move fre_semaine to WsemaineAvis
                 move fre_motif to WmotifAvis
                 move fre_remplacant to WremplacantAvis
                 move fre_encadrantAbsent to WabsentAvis
                 move 0 to WrattrapageAvis

                 perform AvisSeance.


           AvisSeance.

                 move 0 to WnbAvis

                 open extend favis

                 if cr_favis = 35 then
                     open output favis
                 end-if

                 open extend fappelAvis

                 if cr_fappelAvis = 35 then
                     open output fappelAvis
                     move spaces to appelAvis-ligne
                     string "membre;nom;prenom;contact;telephone;"
                            "activite;semaine;avis;motif;rattrapage"
                            delimited by size into appelAvis-ligne
                     write appelAvis-ligne
                 end-if

                 move "inscrit" to WstatutAvis

                 open input finscription

                 move 0 to WfinAvisSeance
                 move 0 to WstopAvisSeance

                 move fa_idactivite to fi_idactivite

                 start finscription key is = fi_idactivite

                     invalid key
                         move 1 to WfinAvisSeance

                     not invalid key

                         perform with test after until WfinAvisSeance = 1
                                         or WstopAvisSeance = 1

                             read finscription next

                                 at end
                                     move 1 to WfinAvisSeance
                                 not at end

                                     if fi_idactivite = fa_idactivite then
                                         move fi_idmembre to Widmembre
                                         perform AvisMembre
                                     else
                                         move 1 to WstopAvisSeance
                                     end-if

                         end-perform

                 end-start

                 close finscription

                 move "liste d'attente" to WstatutAvis

                 open input fattente

                 move 0 to WfinAvisSeance
                 move 0 to WstopAvisSeance

                 move fa_idactivite to fl_idactivite

                 start fattente key is = fl_idactivite

                     invalid key
                         move 1 to WfinAvisSeance

                     not invalid key

                         perform with test after until WfinAvisSeance = 1
                                         or WstopAvisSeance = 1

                             read fattente next

                                 at end
                                     move 1 to WfinAvisSeance
                                 not at end

                                     if fl_idactivite = fa_idactivite then
                                         move fl_idmembre to Widmembre
                                         perform AvisMembre
                                     else
                                         move 1 to WstopAvisSeance
                                     end-if

                         end-perform

                 end-start

                 close fattente

                 close fappelAvis

                 close favis

                 display WnbAvis " membre(s) a prevenir, avis dans "
                         "avisSeances.txt et appelSeances.csv".


           AvisMembre.

                 move spaces to fm_nom
                 move spaces to fm_prenom
                 move spaces to fm_telephone
                 move spaces to fm_adresse
                 move 0 to fm_idfamille
                 move 0 to fm_dateNaissance

                 perform CalculAgeMembre

                 move spaces to WnomContact
                 string fm_prenom delimited by space
                        " " fm_nom delimited by size
                        into WnomContact
                 move fm_telephone to WtelephoneContact
                 move fm_adresse to WadresseContact

                 if Wage < 18 and fm_idfamille > 0 then

                     open input ffamille

                     move fm_idfamille to ff_idfamille

                     read ffamille
                         not invalid key
                             move ff_nomTuteur to WnomContact
                             move ff_telephone to WtelephoneContact
                             move ff_adresse to WadresseContact
                     end-read

                     close ffamille

                 end-if

                 add 1 to WnbAvis

                 move spaces to avis-ligne
                 string "A l'attention de : " WnomContact
                        delimited by size into avis-ligne
                 write avis-ligne

                 move spaces to avis-ligne
                 string "Adresse : " WadresseContact
                        delimited by size into avis-ligne
                 write avis-ligne

                 move spaces to avis-ligne
                 string "Membre concerne : " fm_prenom " " fm_nom
                        " (" WstatutAvis ")"
                        delimited by size into avis-ligne
                 write avis-ligne

                 move spaces to avis-ligne
                 write avis-ligne

                 move spaces to avis-ligne

                 if WtypeAvis = 1 then
                     string "Objet : annulation de la seance de "
                            fa_nomActivite " du " WnomJour(fa_jour)
                            " semaine " WsemaineAvis
                            delimited by size into avis-ligne
                 else
                     string "Objet : changement d'encadrant pour la "
                            "seance de " fa_nomActivite " du "
                            WnomJour(fa_jour) " semaine " WsemaineAvis
                            delimited by size into avis-ligne
                 end-if

                 write avis-ligne

                 move spaces to avis-ligne
                 string "Horaire habituel : " fa_heureD "h a " fa_heureF
                        "h - Motif : " WmotifAvis
                        delimited by size into avis-ligne
                 write avis-ligne

                 move spaces to avis-ligne

                 if WtypeAvis = 1 then

                     if WrattrapageAvis = 1 then
                         string "Une seance de rattrapage aura lieu le "
                                WnomJour(WratJour) " semaine "
                                WratSemaine " de " WratHeureD "h a "
                                WratHeureF "h."
                                delimited by size into avis-ligne
                     else
                         string "Aucune seance de rattrapage n'est "
                                "prevue."
                                delimited by size into avis-ligne
                     end-if

                 else
                     string "La seance sera encadree par " WremplacantAvis
                            " en remplacement de " WabsentAvis "."
                            delimited by size into avis-ligne
                 end-if

                 write avis-ligne

                 move spaces to avis-ligne
                 string "----------------------------------------"
                        delimited by size into avis-ligne
                 write avis-ligne

                 move spaces to avis-ligne
                 write avis-ligne

                 move spaces to appelAvis-ligne

                 if WtypeAvis = 1 then

                     if WrattrapageAvis = 1 then
                         string Widmembre ";" fm_nom ";" fm_prenom ";"
                                WnomContact ";" WtelephoneContact ";"
                                fa_nomActivite ";" WsemaineAvis
                                ";ANNULATION;" WmotifAvis ";"
                                WnomJour(WratJour) " S" WratSemaine " "
                                WratHeureD "h-" WratHeureF "h"
                                delimited by size into appelAvis-ligne
                     else
                         string Widmembre ";" fm_nom ";" fm_prenom ";"
                                WnomContact ";" WtelephoneContact ";"
                                fa_nomActivite ";" WsemaineAvis
                                ";ANNULATION;" WmotifAvis ";aucun"
                                delimited by size into appelAvis-ligne
                     end-if

                 else
                     string Widmembre ";" fm_nom ";" fm_prenom ";"
                            WnomContact ";" WtelephoneContact ";"
                            fa_nomActivite ";" WsemaineAvis
                            ";REMPLACEMENT;" WmotifAvis ";"
                            delimited by size into appelAvis-ligne
                 end-if

                 write appelAvis-ligne.


           AvisSemaineProchaine.

                 perform CalculSemaineJour

                 if WsemaineJour >= 52 then
                     move 1 to WsemaineProchaine
                 else
                     compute WsemaineProchaine = WsemaineJour + 1
                 end-if

                 move 0 to WnbAvisTotal
                 move 0 to WnbAnnulAvis
                 move 0 to WnbRemplAvis

                 open input fannulation

                 move 0 to Wfin2

                 perform with test after until Wfin2 = 1

                     read fannulation next

                         at end
                             move 1 to Wfin2
                         not at end

                             if fan_semaine = WsemaineProchaine then

                                 open input factivite
                                 move 0 to Wtrouve
                                 move fan_idactivite to fa_idactivite
                                 read factivite
                                     not invalid key
                                         move 1 to Wtrouve
                                 end-read
                                 close factivite

                                 if Wtrouve = 1 then
                                     add 1 to WnbAnnulAvis
                                     perform AvisAnnulation
                                     add WnbAvis to WnbAvisTotal
                                 end-if

                             end-if

                     end-read

                 end-perform

                 close fannulation

                 open input fremplacement

                 move 0 to Wfin2

                 perform with test after until Wfin2 = 1

                     read fremplacement next

                         at end
                             move 1 to Wfin2
                         not at end

                             if fre_semaine = WsemaineProchaine then

                                 open input factivite
                                 move 0 to Wtrouve
                                 move fre_idactivite to fa_idactivite
                                 read factivite
                                     not invalid key
                                         move 1 to Wtrouve
                                 end-read
                                 close factivite

                                 if Wtrouve = 1 then
                                     add 1 to WnbRemplAvis
                                     perform AvisRemplacement
                                     add WnbAvis to WnbAvisTotal
                                 end-if

                             end-if

                     end-read

                 end-perform

                 close fremplacement

                 display "Semaine " WsemaineProchaine " : "
                         WnbAnnulAvis " annulation(s), " WnbRemplAvis
                         " remplacement(s), " WnbAvisTotal
                         " membre(s) prevenu(s)".


           SaisieIncident.

                 move 0 to Wtrouve

                 perform with test after until Wtrouve = 1
                     display "Activite concernee : ?"
                     accept Widactivite
                     perform existeActivite
                 end-perform

                 perform with test after until WsemaineIncident >= 1
                                 and WsemaineIncident <= 52
                     display "Semaine de la seance (1-52) : ?"
                     accept WsemaineIncident
                 end-perform

                 move 0 to Wtrouve

                 perform with test after until Wtrouve = 1
                     display "Membre concerne : ?"
                     accept Widmembre
                     perform existeMembre
                 end-perform

                 move fm_nom to WnomIncident
                 move fm_prenom to WprenomIncident
                 move fm_dateNaissance to WnaissanceIncident
                 move fm_telephone to WtelIncident
                 move fm_adresse to WadresseIncident
                 move fm_idfamille to WfamilleIncident

                 move fa_nomActivite to WnomActIncident
                 move fa_jour to WjourIncident
                 move fa_heureD to WheureDIncident
                 move fa_heureF to WheureFIncident

                 move fa_idlieu to WlieuIncident
                 move fa_encadrant to WencadrantIncident
                 move fa_idencadrant to WidEncadrantIncident
                 move fa_type to WtypeIncident

                 open input fannulation

                 move Widactivite to fan_idactivite
                 move WsemaineIncident to fan_semaine

                 read fannulation
                     not invalid key
                         display "Attention : seance annulee cette "
                                 "semaine (" fan_motif ")"
                 end-read

                 close fannulation

                 open input fremplacement

                 move Widactivite to fre_idactivite
                 move WsemaineIncident to fre_semaine

                 read fremplacement
                     not invalid key
                         move fre_remplacant to WencadrantIncident
                         move fre_idremplacant to WidEncadrantIncident
                 end-read

                 close fremplacement

                 display "Lieu : " WlieuIncident
                         " - encadrant de la seance : "
                         WencadrantIncident

                 move 0 to WpresentIncident

                 open input fpresence

                 move Widactivite to fp_idactivite
                 move WsemaineIncident to fp_semaine
                 move Widmembre to fp_idmembre

                 read fpresence

                     invalid key
                         display "Attention : aucun pointage du membre "
                                 "pour cette seance"

                     not invalid key
                         if fp_present = 1 then
                             move 1 to WpresentIncident
                         else
                             move 2 to WpresentIncident
                             display "Attention : membre pointe absent "
                                     "a cette seance"
                         end-if

                 end-read

                 close fpresence

                 move 1 to WchoixIncident

                 if WpresentIncident not = 1 then
                     perform with test after until WchoixIncident = 0
                                     or WchoixIncident = 1
                         display "Enregistrer quand meme ? "
                                 "1(Oui) / 0(Non)"
                         accept WchoixIncident
                     end-perform
                 end-if

                 if WchoixIncident = 1 then
                     perform SaisieChampsIncident
                 end-if.


           SaisieChampsIncident.

                 move 0 to WnumIncident

                 open input fincident

                 move Widactivite to fic_idactivite
                 move WsemaineIncident to fic_semaine
                 move 0 to fic_numero

                 start fincident key is not less than fic_cle

                     invalid key
                         continue

                     not invalid key

                         move 0 to Wfin1
                         move 0 to Wstop

                         perform with test after until Wfin1 = 1
                                         or Wstop = 1

                             read fincident next

                                 at end
                                     move 1 to Wfin1
                                 not at end

                                     if fic_idactivite = Widactivite
                                     and fic_semaine = WsemaineIncident
                                     then
                                         move fic_numero to WnumIncident
                                     else
                                         move 1 to Wstop
                                     end-if

                         end-perform

                 end-start

                 close fincident

                 add 1 to WnumIncident

                 move 0 to WdateIncident

                 perform with test after until WdateIncident > 0
                     display "Date de l'incident (AAAAMMJJ, 0=jour) : ?"
                     accept WdateIncident
                     if WdateIncident = 0 then
                         accept WdateIncident from date yyyymmdd
                     end-if
                 end-perform

                 display "Description des faits : ?"
                 accept WdescriptionIncident

                 perform with test after until WgraviteIncident >= 1
                                 and WgraviteIncident <= 3
                     display "Gravite : 1(legere) 2(moyenne) 3(grave) : ?"
                     accept WgraviteIncident
                 end-perform

                 perform with test after until WsecoursIncident = 0
                                 or WsecoursIncident = 1
                     display "Secours appeles ? 1(Oui) / 0(Non)"
                     accept WsecoursIncident
                 end-perform

                 display "Temoins (noms, telephones) : ?"
                 accept WtemoinsIncident

                 divide WdateIncident by 10000
                     giving WanIncident
                     remainder WmmjjIncident

                 if WmmjjIncident >= 901 then
                     move WanIncident to WsaisonIncident
                 else
                     compute WsaisonIncident = WanIncident - 1
                 end-if

                 open I-O fincident

                     move Widactivite to fic_idactivite
                     move WsemaineIncident to fic_semaine
                     move WnumIncident to fic_numero
                     move Widmembre to fic_idmembre
                     move WnomIncident to fic_nomMembre
                     move WprenomIncident to fic_prenomMembre
                     move WnaissanceIncident to fic_dateNaissance
                     move WtelIncident to fic_telephone
                     move WadresseIncident to fic_adresse
                     move WfamilleIncident to fic_idfamille
                     move WsaisonIncident to fic_saison
                     move WdateIncident to fic_date
                     move WtypeIncident to fic_type
                     move WnomActIncident to fic_nomActivite
                     move WjourIncident to fic_jour
                     move WheureDIncident to fic_heureD
                     move WheureFIncident to fic_heureF
                     move WlieuIncident to fic_idlieu
                     move WencadrantIncident to fic_encadrant
                     move WidEncadrantIncident to fic_idencadrant
                     move WpresentIncident to fic_present
                     move WdescriptionIncident to fic_description
                     move WgraviteIncident to fic_gravite
                     move WsecoursIncident to fic_secours
                     move WtemoinsIncident to fic_temoins
                     move 0 to fic_statutAssurance
                     move 0 to fic_dateDeclaration

                     write tamp_fincident
                 end-write

                 if cr_fincident = 00 then
                     display "Incident enregistre : activite "
                             Widactivite " semaine " WsemaineIncident
                             " numero " WnumIncident
                     move "AJOUT INCIDENT" to WjournalOperation
                     move spaces to WjournalId
                     string Widactivite WsemaineIncident WnumIncident
                            delimited by size into WjournalId
                     perform Journaliser
                 else
                     display "Incident non enregistre"
                 end-if

                 close fincident.


           SaisieCleIncident.

                 display "Activite de l'incident : ?"
                 accept WidactiviteIncident

                 display "Semaine de l'incident : ?"
                 accept WsemaineIncident

                 display "Numero de l'incident dans la seance : ?"
                 accept WnumIncident

                 move 0 to WincidentTrouve

                 open input fincident

                 move WidactiviteIncident to fic_idactivite
                 move WsemaineIncident to fic_semaine
                 move WnumIncident to fic_numero

                 read fincident

                     invalid key
                         display "Incident inexistant"

                     not invalid key
                         move 1 to WincidentTrouve

                 end-read

                 close fincident.


           LibelleStatutAssurance.

                 move "non declare" to WlibelleAssurance

                 if fic_statutAssurance = 1 then
                     move "declare" to WlibelleAssurance
                 end-if

                 if fic_statutAssurance = 2 then
                     move "en instruction" to WlibelleAssurance
                 end-if

                 if fic_statutAssurance = 3 then
                     move "indemnise" to WlibelleAssurance
                 end-if

                 if fic_statutAssurance = 4 then
                     move "refuse" to WlibelleAssurance
                 end-if

                 if fic_statutAssurance = 5 then
                     move "classe sans suite" to WlibelleAssurance
                 end-if.


           SuiviAssuranceIncident.

                 perform SaisieCleIncident

                 if WincidentTrouve = 1 then

                     perform LibelleStatutAssurance

                     display "Statut actuel : " WlibelleAssurance

                     perform with test after until WstatutAssurance <= 5
                         display "Nouveau statut : 0(non declare) "
                                 "1(declare) 2(en instruction) "
                                 "3(indemnise) 4(refuse) "
                                 "5(classe sans suite) : ?"
                         accept WstatutAssurance
                     end-perform

                     open I-O fincident

                     move WidactiviteIncident to fic_idactivite
                     move WsemaineIncident to fic_semaine
                     move WnumIncident to fic_numero

                     read fincident

                         invalid key
                             continue

                         not invalid key

                             move WstatutAssurance to fic_statutAssurance

                             rewrite tamp_fincident
                             end-rewrite

                             move "SUIVI ASSURANCE" to WjournalOperation
                             move spaces to WjournalId
                             string fic_idactivite fic_semaine fic_numero
                                    " " fic_statutAssurance
                                    delimited by size into WjournalId
                             perform Journaliser

                     end-read

                     close fincident

                 end-if.


           DeclarationAssurance.

                 perform SaisieCleIncident

                 if WincidentTrouve = 1 then
                     perform EditionDeclaration
                 end-if.


           EditionDeclaration.

                 divide fic_dateNaissance by 10000
                     giving WanNaissance
                     remainder WmmjjNaissance

                 divide fic_date by 10000
                     giving WanCourant
                     remainder WmmjjCourant

                 move 999 to Wage

                 if fic_dateNaissance > 0 then

                     compute Wage = WanCourant - WanNaissance

                     if WmmjjCourant < WmmjjNaissance then
                         subtract 1 from Wage
                     end-if

                 end-if

                 move spaces to WnomContact
                 string fic_prenomMembre delimited by space
                        " " fic_nomMembre delimited by size
                        into WnomContact
                 move fic_telephone to WtelephoneContact
                 move fic_adresse to WadresseContact
                 move "l'adherent" to WqualiteContact

                 if Wage < 18 and fic_idfamille > 0 then

                     open input ffamille

                     move fic_idfamille to ff_idfamille

                     read ffamille
                         not invalid key
                             move ff_nomTuteur to WnomContact
                             move ff_telephone to WtelephoneContact
                             move ff_adresse to WadresseContact
                             move "le tuteur legal" to WqualiteContact
                     end-read

                     close ffamille

                 end-if

                 open input flieu

                 move fic_idlieu to fli_idlieu
                 move spaces to fli_nomLieu

                 read flieu
                     invalid key
                         move "inconnu" to fli_nomLieu
                     not invalid key
                         continue
                 end-read

                 close flieu

                 open extend fdeclaration

                 if cr_fdeclaration = 35 then
                     open output fdeclaration
                 end-if

                 move spaces to declaration-ligne
                 string "DECLARATION DE SINISTRE - ACCIDENT CORPOREL"
                        delimited by size into declaration-ligne
                 write declaration-ligne

                 move spaces to declaration-ligne
                 string "Reference association : incident "
                        fic_idactivite "-" fic_semaine "-" fic_numero
                        delimited by size into declaration-ligne
                 write declaration-ligne

                 move spaces to declaration-ligne
                 write declaration-ligne

                 move spaces to declaration-ligne
                 string "Victime : " fic_prenomMembre " " fic_nomMembre
                        " ne(e) le " fic_dateNaissance
                        " (membre " fic_idmembre ")"
                        delimited by size into declaration-ligne
                 write declaration-ligne

                 move spaces to declaration-ligne
                 string "Declarant : " WnomContact ", " WqualiteContact
                        delimited by size into declaration-ligne
                 write declaration-ligne

                 move spaces to declaration-ligne
                 string "Adresse : " WadresseContact
                        " - Telephone : " WtelephoneContact
                        delimited by size into declaration-ligne
                 write declaration-ligne

                 move spaces to declaration-ligne
                 write declaration-ligne

                 move spaces to declaration-ligne
                 string "Date : " fic_date " - activite : "
                        fic_nomActivite " (" fic_type ")"
                        delimited by size into declaration-ligne
                 write declaration-ligne

                 move spaces to declaration-ligne
                 string "Seance : " WnomJour(fic_jour) " semaine "
                        fic_semaine " de " fic_heureD "h a " fic_heureF
                        "h"
                        delimited by size into declaration-ligne
                 write declaration-ligne

                 move spaces to declaration-ligne
                 string "Lieu : " fli_nomLieu " (" fic_idlieu ")"
                        delimited by size into declaration-ligne
                 write declaration-ligne

                 move spaces to declaration-ligne
                 string "Encadrant responsable : " fic_encadrant
                        " (membre " fic_idencadrant ")"
                        delimited by size into declaration-ligne
                 write declaration-ligne

                 move spaces to declaration-ligne

                 if fic_present = 1 then
                     string "Presence de la victime : pointee presente"
                            delimited by size into declaration-ligne
                 end-if

                 if fic_present = 2 then
                     string "Presence de la victime : pointee absente"
                            delimited by size into declaration-ligne
                 end-if

                 if fic_present = 0 then
                     string "Presence de la victime : non pointee"
                            delimited by size into declaration-ligne
                 end-if

                 write declaration-ligne

                 move spaces to declaration-ligne
                 write declaration-ligne

                 move spaces to declaration-ligne
                 string "Circonstances : " fic_description
                        delimited by size into declaration-ligne
                 write declaration-ligne

                 move spaces to declaration-ligne

                 if fic_gravite = 1 then
                     string "Gravite : legere"
                            delimited by size into declaration-ligne
                 end-if

                 if fic_gravite = 2 then
                     string "Gravite : moyenne"
                            delimited by size into declaration-ligne
                 end-if

                 if fic_gravite = 3 then
                     string "Gravite : grave"
                            delimited by size into declaration-ligne
                 end-if

                 write declaration-ligne

                 move spaces to declaration-ligne

                 if fic_secours = 1 then
                     string "Services de secours appeles : oui"
                            delimited by size into declaration-ligne
                 else
                     string "Services de secours appeles : non"
                            delimited by size into declaration-ligne
                 end-if

                 write declaration-ligne

                 move spaces to declaration-ligne
                 string "Temoins : " fic_temoins
                        delimited by size into declaration-ligne
                 write declaration-ligne

                 move spaces to declaration-ligne
                 write declaration-ligne

                 move spaces to declaration-ligne
                 string "Fait le ____________  Signature du declarant :"
                        delimited by size into declaration-ligne
                 write declaration-ligne

                 move spaces to declaration-ligne
                 write declaration-ligne

                 move spaces to declaration-ligne
                 write declaration-ligne

                 close fdeclaration

                 display "Declaration imprimee dans "
                         "declarationAssurance.txt"

                 if fic_statutAssurance = 0 then

                     open I-O fincident

                     read fincident

                         invalid key
                             continue

                         not invalid key

                             move 1 to fic_statutAssurance
                             accept fic_dateDeclaration
                                    from date yyyymmdd

                             rewrite tamp_fincident
                             end-rewrite

                     end-read

                     close fincident

                 end-if

                 move "DECLARATION ASSUR" to WjournalOperation
                 move spaces to WjournalId
                 string fic_idactivite fic_semaine fic_numero
                        delimited by size into WjournalId
                 perform Journaliser.


           RapportSecurite.

                 display "Saison (AAAA, annee de la rentree) : ?"
                 accept WsaisonIncident

                 move 0 to WnbTypesIncident
                 move 0 to WnbLieuxIncident
                 move 0 to WnbIncidents
                 move 0 to WnbIncidentsGraves
                 move 0 to WnbIncidentsSecours

                 open output fsecurite

                 move spaces to securite-ligne
                 string "Rapport securite de la saison " WsaisonIncident
                        delimited by size into securite-ligne
                 write securite-ligne

                 move spaces to securite-ligne
                 write securite-ligne

                 open input fincident

                 move 0 to Wfin

                 perform with test after until Wfin = 1

                     read fincident next

                         at end
                             move 1 to Wfin
                         not at end

                             if fic_saison = WsaisonIncident then
                                 perform CumulIncident
                             end-if

                     end-read

                 end-perform

                 close fincident

                 move spaces to securite-ligne
                 string "Incidents : " WnbIncidents " dont graves : "
                        WnbIncidentsGraves " - secours appeles : "
                        WnbIncidentsSecours
                        delimited by size into securite-ligne
                 write securite-ligne

                 move spaces to securite-ligne
                 write securite-ligne

                 move spaces to securite-ligne
                 string "Par type d'activite (total / graves / secours)"
                        delimited by size into securite-ligne
                 write securite-ligne

                 if WnbTypesIncident > 0 then

                     move 1 to WixIncident

                     perform with test after
                             until WixIncident > WnbTypesIncident

                         move spaces to securite-ligne
                         string "  " WsecType(WixIncident) " : "
                                WsecTypeNb(WixIncident) " / "
                                WsecTypeGraves(WixIncident) " / "
                                WsecTypeSecours(WixIncident)
                                delimited by size into securite-ligne
                         write securite-ligne

                         add 1 to WixIncident

                     end-perform

                 end-if

                 move spaces to securite-ligne
                 write securite-ligne

                 move spaces to securite-ligne
                 string "Par lieu (total / graves / secours)"
                        delimited by size into securite-ligne
                 write securite-ligne

                 if WnbLieuxIncident > 0 then

                     move 1 to WixIncident

                     perform with test after
                             until WixIncident > WnbLieuxIncident

                         open input flieu

                         move WsecLieu(WixIncident) to fli_idlieu
                         move spaces to fli_nomLieu

                         read flieu
                             invalid key
                                 move "inconnu" to fli_nomLieu
                             not invalid key
                                 continue
                         end-read

                         close flieu

                         move spaces to securite-ligne
                         string "  " WsecLieu(WixIncident) " "
                                fli_nomLieu " : "
                                WsecLieuNb(WixIncident) " / "
                                WsecLieuGraves(WixIncident) " / "
                                WsecLieuSecours(WixIncident)
                                delimited by size into securite-ligne
                         write securite-ligne

                         add 1 to WixIncident

                     end-perform

                 end-if

                 close fsecurite

                 display WnbIncidents " incident(s) sur la saison, "
                         "rapport dans rapportSecurite.txt".


           CumulIncident.

                 add 1 to WnbIncidents

                 if fic_gravite = 3 then
                     add 1 to WnbIncidentsGraves
                 end-if

                 if fic_secours = 1 then
                     add 1 to WnbIncidentsSecours
                 end-if

                 move 0 to WposIncident

                 if WnbTypesIncident > 0 then

                     move 1 to WixIncident

                     perform with test after
                             until WixIncident > WnbTypesIncident

                         if WsecType(WixIncident) = fic_type then
                             move WixIncident to WposIncident
                         end-if

                         add 1 to WixIncident

                     end-perform

                 end-if

                 if WposIncident = 0 and WnbTypesIncident < 30 then
                     add 1 to WnbTypesIncident
                     move WnbTypesIncident to WposIncident
                     move fic_type to WsecType(WposIncident)
                     move 0 to WsecTypeNb(WposIncident)
                     move 0 to WsecTypeGraves(WposIncident)
                     move 0 to WsecTypeSecours(WposIncident)
                 end-if

                 if WposIncident > 0 then

                     add 1 to WsecTypeNb(WposIncident)

                     if fic_gravite = 3 then
                         add 1 to WsecTypeGraves(WposIncident)
                     end-if

                     if fic_secours = 1 then
                         add 1 to WsecTypeSecours(WposIncident)
                     end-if

                 end-if

                 move 0 to WposIncident

                 if WnbLieuxIncident > 0 then

                     move 1 to WixIncident

                     perform with test after
                             until WixIncident > WnbLieuxIncident

                         if WsecLieu(WixIncident) = fic_idlieu then
                             move WixIncident to WposIncident
                         end-if

                         add 1 to WixIncident

                     end-perform

                 end-if

                 if WposIncident = 0 and WnbLieuxIncident < 50 then
                     add 1 to WnbLieuxIncident
                     move WnbLieuxIncident to WposIncident
                     move fic_idlieu to WsecLieu(WposIncident)
                     move 0 to WsecLieuNb(WposIncident)
                     move 0 to WsecLieuGraves(WposIncident)
                     move 0 to WsecLieuSecours(WposIncident)
                 end-if

                 if WposIncident > 0 then

                     add 1 to WsecLieuNb(WposIncident)

                     if fic_gravite = 3 then
                         add 1 to WsecLieuGraves(WposIncident)
                     end-if

                     if fic_secours = 1 then
                         add 1 to WsecLieuSecours(WposIncident)
                     end-if

                 end-if.


           affichageRemplacement.

                 open input fremplacement

                 move 0 to Wfin

                 perform with test after until Wfin = 1

                     read fremplacement next

                         at end
                             move 1 to Wfin
                         not at end

                             display "Activite : "fre_idactivite
                                   " Semaine : "fre_semaine
                             display "Absent : "fre_encadrantAbsent
                                   " Remplace par : "fre_remplacant
                             display "Motif : "fre_motif
                             display "-----------------------------------"

                     end-read

                 end-perform

                 close fremplacement.


           SaisiePresence.

                 move 0 to Wtrouve

                 perform with test after until Wtrouve = 1
                     display "Saisie des presences pour quelle activite : ?"
                     accept Widactivite

                     perform existeActivite
                 end-perform

                 move 0 to Wsemaine

                 perform with test after until Wsemaine > 0 and
                                               Wsemaine <= 52
                     display "Presences de quelle semaine : ?"
                     accept Wsemaine
                 end-perform

                 perform ActiviteALieuSemaine

                 if Wactive = 0 then

                     if WseanceAnnulee = 1 then
                         display "Seance annulee la semaine "Wsemaine
                                 " (motif : "fan_motif"), saisie refusee"
                     else
                         display "L'activite n'a pas lieu la semaine "
                                 Wsemaine", saisie refusee"
                     end-if

                 else

                 move fa_encadrant to WencadrantSemaine
                 perform RemplacantSemaine

                 if WencadrantSemaine not = fa_encadrant then
                     display "Encadrant remplacant cette semaine : "
                             WencadrantSemaine
                 else
                     display "Encadrant de la seance : "WencadrantSemaine
                 end-if

                 open input finscription

                 move 0 to Wfin1
                 move 0 to Wstop
                 move 0 to WnbInscrits

                 move Widactivite to fi_idactivite

                 start finscription key is = fi_idactivite

                     invalid key
                         move 1 to Wfin1

                     not invalid key

                         perform with test after until Wfin1 = 1
                                         or Wstop = 1

                             read finscription next

                                 at end
                                     move 1 to Wfin1
                                 not at end

                                     if fi_idactivite = Widactivite then

                                         move fi_idmembre to Widmembre
                                         perform SaisiePresenceMembre
                                         add 1 to WnbInscrits

                                     else
                                         move 1 to Wstop
                                     end-if

                         end-perform

                 end-start

                 close finscription

                 if WnbInscrits = 0 then
                     display "Aucun inscrit pour cette activite"
                 else
                     move "SAISIE PRESENCE" to WjournalOperation
                     move spaces to WjournalId
                     string Widactivite Wsemaine
                            delimited by size into WjournalId
                     perform Journaliser
                 end-if

                 end-if.


           SaisiePresenceMembre.

                 open input fmembre

                 move Widmembre to fm_idmembre

                 read fmembre
                     not invalid key
                         display "Membre "fm_idmembre" : "fm_nom" "fm_prenom
                 end-read

                 close fmembre

                 perform with test after until Wpresent = 0
                                 or Wpresent = 1
                     display "Present ? 1(Oui) / 0(Non)"
                     accept Wpresent
                 end-perform

                 open I-O fpresence

                 move Widactivite to fp_idactivite
                 move Wsemaine to fp_semaine
                 move Widmembre to fp_idmembre

                 read fpresence

                     invalid key

                         move Widactivite to fp_idactivite
                         move Wsemaine to fp_semaine
                         move Widmembre to fp_idmembre
                         move Wpresent to fp_present

                         write tamp_fpresence
                         end-write

                     not invalid key

                         move Wpresent to fp_present

                         rewrite tamp_fpresence
                         end-rewrite

                 end-read

                 if cr_fpresence not = 00 then
                     display "Presence non enregistree pour le membre "Widmembre
                 end-if

                 close fpresence.


           RapportPresenceMembre.

                 move 0 to Wtrouve

                 perform with test after until Wtrouve = 1
                     display "Rapport de presence de quel membre : ?"
                     accept Widmembre

                     perform existeMembre
                 end-perform

                 display "----- Presences du membre "Widmembre" -----"

                 open input fpresence

                 move 0 to Wfin1
                 move 0 to Wstop
                 move 0 to WnbPresents
                 move 0 to WnbAbsents

                 move Widmembre to fp_idmembre

                 start fpresence key is = fp_idmembre

                     invalid key
                         move 1 to Wfin1

                     not invalid key

                         perform with test after until Wfin1 = 1
                                         or Wstop = 1

                             read fpresence next

                                 at end
                                     move 1 to Wfin1
                                 not at end

                                     if fp_idmembre = Widmembre then

                                         open input factivite
                                         move fp_idactivite to fa_idactivite
                                         read factivite
                                             not invalid key
                                                 continue
                                         end-read
                                         close factivite

                                         if fp_present = 1 then
                                             add 1 to WnbPresents
                                             display "Semaine "fp_semaine" "
                                                     fa_nomActivite" : present"
                                         else
                                             add 1 to WnbAbsents
                                             display "Semaine "fp_semaine" "
                                                     fa_nomActivite" : absent"
                                         end-if

                                     else
                                         move 1 to Wstop
                                     end-if

                         end-perform

                 end-start

                 close fpresence

                 display "Seances presentes : "WnbPresents
                 display "Seances absentes  : "WnbAbsents.


           RapportPresenceActivite.

                 move 0 to Wtrouve

                 perform with test after until Wtrouve = 1
                     display "Rapport de presence de quelle activite : ?"
                     accept Widactivite

                     perform existeActivite
                 end-perform

                 display "----- Presences de l'activite "Widactivite" -----"

                 open input fpresence

                 move 0 to Wfin1
                 move 0 to Wstop
                 move 0 to WnbPresents
                 move 0 to WnbAbsents

                 move Widactivite to fp_idactivite
                 move 0 to fp_semaine
                 move 0 to fp_idmembre

                 start fpresence key is not less than fp_clepresence

                     invalid key
                         move 1 to Wfin1

                     not invalid key

                         perform with test after until Wfin1 = 1
                                         or Wstop = 1

                             read fpresence next

                                 at end
                                     move 1 to Wfin1
                                 not at end

                                     if fp_idactivite = Widactivite then

                                         open input fmembre
                                         move fp_idmembre to fm_idmembre
                                         read fmembre
                                             not invalid key
                                                 continue
                                         end-read
                                         close fmembre

                                         if fp_present = 1 then
                                             add 1 to WnbPresents
                                             display "Semaine "fp_semaine" "
                                                     fm_nom" "fm_prenom" : present"
                                         else
                                             add 1 to WnbAbsents
                                             display "Semaine "fp_semaine" "
                                                     fm_nom" "fm_prenom" : absent"
                                         end-if

                                     else
                                         move 1 to Wstop
                                     end-if

                         end-perform

                 end-start

                 close fpresence

                 display "Presences : "WnbPresents
                 display "Absences  : "WnbAbsents.


            ActiviteSemaine.
    	           
    	           open input factivite
    	           
    	           move 0 to Wfin
    	           
    	           perform with test after until Wsemaine > 0 and
    	           				         Wsemaine <= 52
    	            DISPLAY "Activité de quel semaine : ? "
	            ACCEPT Wsemaine
	           end-perform
	           
	             	move 0 to Wtrouve
	           move 0 to Wfin

	           perform with test after until Wfin = 1

	               read factivite next

	                   at end
	                       move 1 to Wfin
	                   not at end

	                       perform ActiviteALieuSemaine

	                       if Wactive = 1 then

	                           move 1 to Wtrouve

	                           display "identifiant : "fa_idactivite
	                           display "nom : "fa_nomActivite
	                           display "participants : "fa_nbparticipant
	                           display "jour : "fa_jour
	                           display "semaines : "fa_semaine" a "fa_semaineF
	                           display "Heure début : "fa_heureD
	                           display "Heure fin : "fa_heureF
	                           display "type : "fa_type
	                           display "-----------------------------------"

	                       end-if

	           end-perform

	           if Wtrouve = 0 then
	               display "Aucune activité pour cette semaine"
	           end-if
	    	           
    	           close factivite.
    	           
    	           
    	       
    	        ActiviteJour.
    	           
    	           open input factivite
    	           
    	           move 0 to Wfin
    	           
    	           perform with test after until Wjour > 0 and
    	           				         Wjour <= 52
    	            DISPLAY "Activité de quel jour : ? "
	            ACCEPT Wjour
	           end-perform
	           
	             	move Wjour to fa_jour
	             	
 		    	start factivite key is = fa_jour
 		    	
 		    	   invalid key
 		    		display "Aucune activité pour ce jour"
 		    	
 		    	   not invalid key
 		    	
 		    				move 1 to Wfin
 		    			not at end
 		    				
 		    				if fa_jour = Wjour then
 		    				
		 		    			display "identifiant : "fa_idactivite
							display "nom : "fa_nomActivite
							display "participants : "fa_nbparticipant
							display "jour : "fa_jour
							display "semaines : "fa_semaine" a "fa_semaineF
							display "Heure début : "fa_heureD
							display "Heure fin : "fa_heureF
							display "type : "fa_type
							display "-----------------------------------"
 		    				else
 		    					move 1 to Wstop
 		    				end-if
 		    				
 		    		end-perform
 		    		
 		       end-start
	    	           
    	           close factivite.


           PlanningHebdomadaire.

    	           move 0 to Wsemaine

    	           perform with test after until Wsemaine > 0 and
    	           				         Wsemaine <= 52
    	            DISPLAY "Planning de quelle semaine : ? "
	            ACCEPT Wsemaine
	           end-perform

	           sort triPlanning
	               ascending key tri_jour tri_heureD
	               input procedure is PlanningTri
	               output procedure is PlanningEdition

	           display "Planning imprime dans planning.txt".


           PlanningTri.

    	           open input factivite

    	           move 0 to Wfin

	           perform with test after until Wfin = 1

	               read factivite next

	                   at end
	                       move 1 to Wfin
	                   not at end

	                       perform ActiviteALieuSemaine

	                       if Wactive = 1 then

	                           move fa_jour to tri_jour
	                           move fa_heureD to tri_heureD
	                           move fa_idactivite to tri_idactivite
	                           move fa_nomActivite to tri_nomActivite
	                           move fa_encadrant to tri_encadrant
	                           move fa_heureF to tri_heureF
	                           move fa_type to tri_type
	                           move fa_idlieu to tri_idlieu
	                           move 0 to tri_rattrapage

	                           release tri_activite

	                       end-if

	           end-perform

	           close factivite

	           open input fannulation

	           move 0 to Wfin

	           perform with test after until Wfin = 1

	               read fannulation next

	                   at end
	                       move 1 to Wfin
	                   not at end

	                       if fan_rattrapage = 1
	                       and fan_rattrapageSemaine = Wsemaine then

	                           open input factivite
	                           move 0 to Wtrouve
	                           move fan_idactivite to fa_idactivite
	                           read factivite
	                               not invalid key
	                                   move 1 to Wtrouve
	                           end-read
	                           close factivite

	                           if Wtrouve = 1 then

	                               move fan_rattrapageJour to tri_jour
	                               move fan_rattrapageHeureD to tri_heureD
	                               move fan_idactivite to tri_idactivite
	                               move fa_nomActivite to tri_nomActivite
	                               move fa_encadrant to tri_encadrant
	                               move fan_rattrapageHeureF to tri_heureF
	                               move fa_type to tri_type
	                               move fa_idlieu to tri_idlieu
	                               move 1 to tri_rattrapage

	                               release tri_activite

	                           end-if

	                       end-if

	           end-perform

	           close fannulation.


           PlanningEdition.

    	           open output fplanning

    	           move 0 to WdernierJour
    	           move 0 to Wfin

    	           string "Planning hebdomadaire - semaine " Wsemaine
    	                  delimited by size into planning-ligne
    	           write planning-ligne
    	           move spaces to planning-ligne
    	           write planning-ligne

    	           perform with test after until Wfin = 1

    	               return triPlanning

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       if tri_jour not = WdernierJour then
    	                           move spaces to planning-ligne
    	                           write planning-ligne
    	                           move tri_jour to WdernierJour
    	                       end-if

    	                       move tri_type to ft_type
    	                       open input ftype
    	                       read ftype
    	                          not invalid key
    	                             continue
    	                       end-read
    	                       close ftype

    	                       if tri_idlieu > 0 then

    	                           open input flieu
    	                           move tri_idlieu to fli_idlieu
    	                           read flieu
    	                               invalid key
    	                                   move ft_lieu to fli_nomLieu
    	                           end-read
    	                           close flieu

    	                       else
    	                           move ft_lieu to fli_nomLieu
    	                       end-if

    	                       move tri_encadrant to WencadrantSemaine
    	                       move tri_idactivite to Widactivite
    	                       perform RemplacantSemaine

    	                       if tri_rattrapage = 1 then

    	                           string
    	                              "Jour " tri_jour " " tri_heureD "h-"
    	                              tri_heureF "h  " tri_nomActivite
    	                              "  Encadrant: " WencadrantSemaine
    	                              "  Lieu: " fli_nomLieu
    	                              " (rattrapage)"
    	                              delimited by size into planning-ligne

    	                       else

    	                           string
    	                              "Jour " tri_jour " " tri_heureD "h-"
    	                              tri_heureF "h  " tri_nomActivite
    	                              "  Encadrant: " WencadrantSemaine
    	                              "  Lieu: " fli_nomLieu
    	                              delimited by size into planning-ligne

    	                       end-if

    	                       write planning-ligne

    	           end-perform

    	           close fplanning.


           RapportChargeEncadrants.

    	           sort triPlanning
    	               ascending key tri_encadrant tri_jour
    	               input procedure is ChargeEncadrantTri
    	               output procedure is ChargeEncadrantEdition.


           ChargeEncadrantTri.

    	           open input factivite

    	           move 0 to Wfin

    	           perform with test after until Wfin = 1

    	               read factivite next

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move fa_semaine to Wsemaine

    	                       perform with test after
    	                               until Wsemaine > fa_semaineF

    	                           perform ActiviteALieuSemaine

    	                           if Wactive = 1 then

    	                               move fa_encadrant to WencadrantSemaine
    	                               move fa_idactivite to Widactivite
    	                               perform RemplacantSemaine

    	                               move WencadrantSemaine to tri_encadrant
    	                               move fa_jour to tri_jour
    	                               move fa_heureD to tri_heureD
    	                               move fa_heureF to tri_heureF
    	                               move fa_idactivite to tri_idactivite
    	                               move fa_nomActivite to tri_nomActivite
    	                               move fa_type to tri_type
    	                               move fa_idlieu to tri_idlieu
    	                               move 0 to tri_rattrapage

    	                               release tri_activite

    	                           end-if

    	                           add 1 to Wsemaine

    	                       end-perform

    	           end-perform

    	           close factivite

    	           open input fannulation

    	           move 0 to Wfin

    	           perform with test after until Wfin = 1

    	               read fannulation next

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       if fan_rattrapage = 1 then

    	                           open input factivite
    	                           move 0 to Wtrouve
    	                           move fan_idactivite to fa_idactivite
    	                           read factivite
    	                               not invalid key
    	                                   move 1 to Wtrouve
    	                           end-read
    	                           close factivite

    	                           if Wtrouve = 1 then

    	                               move fa_encadrant to WencadrantSemaine
    	                               move fan_idactivite to Widactivite
    	                               move fan_rattrapageSemaine to Wsemaine
    	                               perform RemplacantSemaine

    	                               move WencadrantSemaine to tri_encadrant
    	                               move fan_rattrapageJour to tri_jour
    	                               move fan_rattrapageHeureD to tri_heureD
    	                               move fan_rattrapageHeureF to tri_heureF
    	                               move fan_idactivite to tri_idactivite
    	                               move fa_nomActivite to tri_nomActivite
    	                               move fa_type to tri_type
    	                               move fa_idlieu to tri_idlieu
    	                               move 1 to tri_rattrapage

    	                               release tri_activite

    	                           end-if

    	                       end-if

    	           end-perform

    	           close fannulation.


           ChargeEncadrantEdition.

    	           move spaces to WdernierEncadrant
    	           move 0 to WtotalHeures
    	           move 0 to WnbActivites
    	           move 0 to Wfin

    	           display "----- Charge de travail des encadrants -----"

    	           perform with test after until Wfin = 1

    	               return triPlanning

    	                   at end
    	                       if WdernierEncadrant not = spaces then
    	                           display "Encadrant : "WdernierEncadrant
    	                                 " - Seances : "WnbActivites
    	                                 " - Heures (saison) : "WtotalHeures
    	                       end-if
    	                       move 1 to Wfin
    	                   not at end

    	                       if tri_encadrant not = WdernierEncadrant then
    	                           if WdernierEncadrant not = spaces then
    	                               display "Encadrant : "WdernierEncadrant
    	                                     " - Seances : "WnbActivites
    	                                     " - Heures (saison) : "WtotalHeures
    	                           end-if
    	                           move tri_encadrant to WdernierEncadrant
    	                           move 0 to WtotalHeures
    	                           move 0 to WnbActivites
    	                       end-if

    	                       compute WtotalHeures =
    	                               WtotalHeures + tri_heureF - tri_heureD
    	                       add 1 to WnbActivites

    	           end-perform.


           TableauBordPresident.

    	           display "----- Tableau de bord du president -----"

    	           perform ComptageMembresParStatut

    	           display "Membres     : "WnbMembres
    	           display "Encadrants  : "WnbEncadrants
    	           display "Presidents  : "WnbPresidents

    	           display " "

    	           perform ComptageTypesEtRevenu

    	           display " "
    	           display "Types payants  : "WnbTypesPayants
    	           display "Types gratuits : "WnbTypesGratuits
    	           display "Revenu attendu total : "WrevenuTotal.


           ComptageMembresParStatut.

    	           open input fmembre

    	           move 0 to Wfin
    	           move 0 to WnbMembres
    	           move 0 to WnbEncadrants
    	           move 0 to WnbPresidents

    	           perform with test after until Wfin = 1

    	               read fmembre

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       if fm_statut = 'membre' then
    	                           add 1 to WnbMembres
    	                       end-if

    	                       if fm_statut = 'encadrant' then
    	                           add 1 to WnbEncadrants
    	                       end-if

    	                       if fm_statut = 'president' then
    	                           add 1 to WnbPresidents
    	                       end-if

    	           end-perform

    	           close fmembre.


           ComptageTypesEtRevenu.

    	           open input ftype

    	           move 0 to Wfin
    	           move 0 to WnbTypesPayants
    	           move 0 to WnbTypesGratuits
    	           move 0 to WrevenuTotal

    	           perform with test after until Wfin = 1

    	               read ftype

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       if ft_gratuit = 1 then
    	                           add 1 to WnbTypesGratuits
    	                       else
    	                           add 1 to WnbTypesPayants
    	                       end-if

    	                       move ft_type to Wtype

    	                       perform ComptageActivitesEtInscriptionsType

    	                       display "Type : "ft_type
    	                             " - Activites : "WnbActivitesType
    	                             " - Inscriptions : "WnbInscriptionsType

    	                       if ft_gratuit = 0 then
    	                           compute WrevenuTotal = WrevenuTotal +
    	                                   ft_montantParticipation * WnbInscriptionsType
    	                       end-if

    	           end-perform

    	           close ftype.


           ComptageActivitesEtInscriptionsType.

    	           open input factivite

    	           move 0 to Wfin1
    	           move 0 to WnbActivitesType
    	           move 0 to WnbInscriptionsType

    	           perform with test after until Wfin1 = 1

    	               read factivite

    	                   at end
    	                       move 1 to Wfin1
    	                   not at end

    	                       if fa_type = Wtype then

    	                           add 1 to WnbActivitesType

    	                           open input finscription

    	                           move fa_idactivite to fi_idactivite

    	                           start finscription key is = fi_idactivite

    	                               invalid key
    	                                   continue
    	                               not invalid key

    	                                   move 0 to Wfin2
    	                                   move 0 to Wstop

    	                                   perform with test after until
    	                                                   Wfin2 = 1 or Wstop = 1

    	                                       read finscription next

    	                                           at end
    	                                               move 1 to Wfin2
    	                                           not at end

    	                                               if fi_idactivite =
    	                                                          fa_idactivite then
    	                                                   add 1 to
    	                                                          WnbInscriptionsType
    	                                               else
    	                                                   move 1 to Wstop
    	                                               end-if

    	                                   end-perform

    	                           end-start

    	                           close finscription

    	                       end-if

    	           end-perform

    	           close factivite.


           ArchivageSaison.

    	           accept Wdatesauvegarde from date yyyymmdd

    	           perform ChercherSauvegardeJour

    	           if Wtrouve = 0 then

    	               display "Aucune sauvegarde verifiee du jour : "
    	                       "archivage refuse"
    	               display "Lancez d'abord la sauvegarde des fichiers"

    	           else
    	               perform ArchivageSaisonCorps
    	           end-if.


           ArchivageSaisonCorps.

    	           display "Archivage de fin de saison"
    	           display "Saisir l'annee de la saison a archiver (AAAA) : ?"
    	           accept Wsaison

    	           perform ListePretsNonRendus

    	           perform CompteResultat
    	           perform ArchiveCompteResultat

    	           perform ArchiveMembres
    	           perform ArchiveInscriptions
    	           perform ArchivePaiements
    	           perform ArchiveRemboursements
    	           perform ArchiveDepenses
    	           perform ArchiveActivites
    	           perform ArchiveTypes
    	           perform ArchiveCertificats
    	           perform ArchiveEncadrants

    	           if WarchiveMembresOk = 1 then
    	               open output fmembre
    	               close fmembre
    	           else
    	               display "Echec de l'archivage des membres, fmembre conserve tel quel"
    	           end-if

    	           if WarchiveInscriptionsOk = 1 then
    	               open output finscription
    	               close finscription
    	               open output fattente
    	               close fattente
    	               open output freservation
    	               close freservation
    	           else
    	               display "Echec de l'archivage des inscriptions, finscription conserve tel quel"
    	           end-if

    	           if WarchivePaiementsOk = 1 then
    	               open output fpaiement
    	               close fpaiement
    	           else
    	               display "Echec de l'archivage des paiements, fpaiement conserve tel quel"
    	           end-if

    	           if WarchiveRemboursementsOk = 1 then
    	               open output fremboursement
    	               close fremboursement
    	           else
    	               display "Echec de l'archivage des avoirs, fremboursement conserve tel quel"
    	           end-if

    	           if WarchiveDepensesOk = 1 then
    	               open output fdepense
    	               close fdepense
    	           else
    	               display "Echec de l'archivage des depenses, fdepense conserve tel quel"
    	           end-if

    	           if WarchiveActivitesOk = 1 then
    	               open output factivite
    	               close factivite
    	               open output fpresence
    	               close fpresence
    	               open output fremplacement
    	               close fremplacement
    	               open output fannulation
    	               close fannulation
    	           else
    	               display "Echec de l'archivage des activites, factivite conserve tel quel"
    	           end-if

    	           if WarchiveTypesOk = 1 then
    	               open output ftype
    	               close ftype
    	           else
    	               display "Echec de l'archivage des types, ftype conserve tel quel"
    	           end-if

    	           if WarchiveCertificatsOk = 1 then
    	               open output fcertificat
    	               close fcertificat
    	           else
    	               display "Echec de l'archivage des certificats, fcertificat conserve tel quel"
    	           end-if

    	           if WarchiveEncadrantsOk = 1 then
    	               open output fencadrant
    	               close fencadrant
    	           else
    	               display "Echec de l'archivage des encadrants, fencadrant conserve tel quel"
    	           end-if

    	           display "Archivage termine, fichiers de la saison remis a zero".


           ArchiveMembres.

    	           open input fmembre
    	           open i-o fmembreArchive

    	           move 0 to Wfin
    	           move 1 to WarchiveMembresOk

    	           perform with test after until Wfin = 1

    	               read fmembre

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wsaison to am_saison
    	                       move fm_idmembre to am_idmembre
    	                       move fm_nom to am_nom
    	                       move fm_prenom to am_prenom
    	                       move fm_telephone to am_telephone
    	                       move fm_adresse to am_adresse
    	                       move fm_statut to am_statut
    	                       move fm_idfamille to am_idfamille
    	                       move fm_secret to am_secret
    	                       move fm_dateNaissance to am_dateNaissance

    	                       write tamp_fmembreArchive

    	                       if cr_fmembreArchive not = 00 then
    	                           move 0 to WarchiveMembresOk
    	                           display "Erreur ecriture archive membre "fm_idmembre" - code "cr_fmembreArchive
    	                       end-if

    	           end-perform

    	           close fmembre
    	           close fmembreArchive.


           ArchiveInscriptions.

    	           open input finscription
    	           open i-o finscriptionArchive

    	           move 0 to Wfin
    	           move 1 to WarchiveInscriptionsOk

    	           perform with test after until Wfin = 1

    	               read finscription

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wsaison to ai_saison
    	                       move fi_idmembre to ai_idmembre
    	                       move fi_idactivite to ai_idactivite
    	                       move fi_paye to ai_paye
    	                       move fi_montant to ai_montant
    	                       move fi_datePaiement to ai_datePaiement

    	                       write tamp_finscriptionArchive

    	                       if cr_finscriptionArchive not = 00 then
    	                           move 0 to WarchiveInscriptionsOk
    	                           display "Erreur ecriture archive inscription "fi_idmembre" "fi_idactivite" - code "cr_finscriptionArchive
    	                       end-if

    	           end-perform

    	           close finscription
    	           close finscriptionArchive.


           ArchivePaiements.

    	           open input fpaiement
    	           open i-o fpaiementArchive

    	           move 0 to Wfin
    	           move 1 to WarchivePaiementsOk

    	           perform with test after until Wfin = 1

    	               read fpaiement next

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wsaison to apa_saison
    	                       move fpa_numrecu to apa_numrecu
    	                       move fpa_idmembre to apa_idmembre
    	                       move fpa_idactivite to apa_idactivite
    	                       move fpa_datePaiement to apa_datePaiement
    	                       move fpa_montant to apa_montant
    	                       move fpa_retrait to apa_retrait
    	                       move fpa_modePaiement to apa_modePaiement
    	                       move fpa_numCheque to apa_numCheque
    	                       move fpa_banque to apa_banque
    	                       move fpa_numBordereau to apa_numBordereau
    	                       move fpa_rapproche to apa_rapproche

    	                       write tamp_fpaiementArchive

    	                       if cr_fpaiementArchive not = 00 then
    	                           move 0 to WarchivePaiementsOk
    	                           display "Erreur ecriture archive paiement "fpa_numrecu" - code "cr_fpaiementArchive
    	                       end-if

    	           end-perform

    	           close fpaiement
    	           close fpaiementArchive.


           ArchiveRemboursements.

    	           open input fremboursement
    	           open i-o fremboursementArchive

    	           move 0 to Wfin
    	           move 1 to WarchiveRemboursementsOk

    	           perform with test after until Wfin = 1

    	               read fremboursement next

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wsaison to arb_saison
    	                       move frb_numavoir to arb_numavoir
    	                       move frb_idmembre to arb_idmembre
    	                       move frb_idactivite to arb_idactivite
    	                       move frb_date to arb_date
    	                       move frb_montantVerse to arb_montantVerse
    	                       move frb_seances to arb_seances
    	                       move frb_seancesRestantes to arb_seancesRestantes
    	                       move frb_montant to arb_montant
    	                       move frb_mode to arb_mode
    	                       move frb_idactiviteReport to arb_idactiviteReport
    	                       move frb_cloture to arb_cloture

    	                       write tamp_fremboursementArchive

    	                       if cr_fremboursementArchive not = 00 then
    	                           move 0 to WarchiveRemboursementsOk
    	                           display "Erreur ecriture archive avoir "frb_numavoir" - code "cr_fremboursementArchive
    	                       end-if

    	           end-perform

    	           close fremboursement
    	           close fremboursementArchive.


           ArchiveCertificats.

    	           open input fcertificat
    	           open i-o fcertificatArchive

    	           move 0 to Wfin
    	           move 1 to WarchiveCertificatsOk

    	           perform with test after until Wfin = 1

    	               read fcertificat next

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wsaison to ace_saison
    	                       move fce_idmembre to ace_idmembre
    	                       move fce_numLicence to ace_numLicence
    	                       move fce_saisonLicence to ace_saisonLicence
    	                       move fce_dateCertificat to ace_dateCertificat
    	                       move fce_dateExpiration to ace_dateExpiration

    	                       write tamp_fcertificatArchive

    	                       if cr_fcertificatArchive not = 00 then
    	                           move 0 to WarchiveCertificatsOk
    	                           display "Erreur ecriture archive certificat "fce_idmembre" - code "cr_fcertificatArchive
    	                       end-if

    	           end-perform

    	           close fcertificat
    	           close fcertificatArchive.


           ArchiveEncadrants.

    	           open input fencadrant
    	           open i-o fencadrantArchive

    	           move 0 to Wfin
    	           move 1 to WarchiveEncadrantsOk

    	           perform with test after until Wfin = 1

    	               read fencadrant next

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wsaison to aen_saison
    	                       move fen_idmembre to aen_idmembre
    	                       move fen_secourisme to aen_secourisme
    	                       move fen_secourismeExpiration to aen_secourismeExpiration
    	                       move fen_qualifications to aen_qualifications

    	                       write tamp_fencadrantArchive

    	                       if cr_fencadrantArchive not = 00 then
    	                           move 0 to WarchiveEncadrantsOk
    	                           display "Erreur ecriture archive encadrant "fen_idmembre" - code "cr_fencadrantArchive
    	                       end-if

    	           end-perform

    	           close fencadrant
    	           close fencadrantArchive.


           ArchiveCompteResultat.

    	           open input fresultat

    	           if cr_fresultat not = 00 then

    	               display "compteResultat.txt introuvable, compte de "
    	                       "resultat non archive"

    	           else

    	               open i-o fresultatArchive

    	               move 0 to Wfin
    	               move 0 to WligneResultat

    	               perform with test after until Wfin = 1

    	                   read fresultat

    	                       at end
    	                           move 1 to Wfin
    	                       not at end

    	                           add 1 to WligneResultat

    	                           move Wsaison to are_saison
    	                           move WligneResultat to are_ligne
    	                           move resultat-ligne to are_texte

    	                           write tamp_fresultatArchive

    	                           if cr_fresultatArchive not = 00 then

    	                               rewrite tamp_fresultatArchive
    	                               end-rewrite

    	                               if cr_fresultatArchive not = 00 then
    	                                   display "Erreur ecriture archive compte de resultat ligne "WligneResultat" - code "cr_fresultatArchive
    	                               end-if

    	                           end-if

    	                   end-read

    	               end-perform

    	               close fresultatArchive
    	               close fresultat

    	               display "Compte de resultat archive pour la saison "
    	                       Wsaison" ("WligneResultat" ligne(s))"

    	           end-if.


           ArchiveDepenses.

    	           open input fdepense
    	           open i-o fdepenseArchive

    	           move 0 to Wfin
    	           move 1 to WarchiveDepensesOk

    	           perform with test after until Wfin = 1

    	               read fdepense next

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wsaison to ade_saison
    	                       move fde_iddepense to ade_iddepense
    	                       move fde_date to ade_date
    	                       move fde_categorie to ade_categorie
    	                       move fde_montant to ade_montant
    	                       move fde_beneficiaire to ade_beneficiaire
    	                       move fde_type to ade_type

    	                       write tamp_fdepenseArchive

    	                       if cr_fdepenseArchive not = 00 then
    	                           move 0 to WarchiveDepensesOk
    	                           display "Erreur ecriture archive depense "fde_iddepense" - code "cr_fdepenseArchive
    	                       end-if

    	           end-perform

    	           close fdepense
    	           close fdepenseArchive.


           ArchiveActivites.

    	           open input factivite
    	           open i-o factiviteArchive

    	           move 0 to Wfin
    	           move 1 to WarchiveActivitesOk

    	           perform with test after until Wfin = 1

    	               read factivite

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wsaison to aa_saison
    	                       move fa_idactivite to aa_idactivite
    	                       move fa_nomActivite to aa_nomActivite
    	                       move fa_encadrant to aa_encadrant
    	                       move fa_nbparticipant to aa_nbparticipant
    	                       move fa_jour to aa_jour
    	                       move fa_semaine to aa_semaine
    	                       move fa_semaineF to aa_semaineF
    	                       move fa_exceptions to aa_exceptions
    	                       move fa_heureD to aa_heureD
    	                       move fa_heureF to aa_heureF
    	                       move fa_type to aa_type
    	                       move fa_idlieu to aa_idlieu
    	                       move fa_idencadrant to aa_idencadrant

    	                       write tamp_factiviteArchive

    	                       if cr_factiviteArchive not = 00 then
    	                           move 0 to WarchiveActivitesOk
    	                           display "Erreur ecriture archive activite "fa_idactivite" - code "cr_factiviteArchive
    	                       end-if

    	           end-perform

    	           close factivite
    	           close factiviteArchive.


           ArchiveTypes.

    	           open input ftype
    	           open i-o ftypeArchive

    	           move 0 to Wfin
    	           move 1 to WarchiveTypesOk

    	           perform with test after until Wfin = 1

    	               read ftype

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wsaison to at_saison
    	                       move ft_type to at_type
    	                       move ft_lieu to at_lieu
    	                       move ft_materiel to at_materiel
    	                       move ft_montantParticipation to at_montantParticipation
    	                       move ft_gratuit to at_gratuit
    	                       move ft_ageMin to at_ageMin
    	                       move ft_ageMax to at_ageMax
    	                       move ft_certificatRequis to at_certificatRequis

    	                       write tamp_ftypeArchive

    	                       if cr_ftypeArchive not = 00 then
    	                           move 0 to WarchiveTypesOk
    	                           display "Erreur ecriture archive type "ft_type" - code "cr_ftypeArchive
    	                       end-if

    	           end-perform

    	           close ftype
    	           close ftypeArchive.


           SauvegardeFichiers.

    	           accept Wdatesauvegarde from date yyyymmdd

    	           display "Sauvegarde des fichiers au "Wdatesauvegarde

    	           move 1 to WsauvOk
    	           move 0 to WsauvTotalVerifies

    	           perform SauvegardeMembres
    	           perform SauvegardeInscriptions
    	           perform SauvegardePaiements
    	           perform SauvegardeActivites
    	           perform SauvegardeTypes
    	           perform SauvegardeFamilles
    	           perform SauvegardeAttentes
    	           perform SauvegardePresences
    	           perform SauvegardePrets
    	           perform SauvegardeRemboursements
    	           perform SauvegardeCertificats
    	           perform SauvegardeEncadrants
    	           perform SauvegardeReservations
    	           perform SauvegardeRemplacements
    	           perform SauvegardeIncidents

    	           if WsauvOk = 1 then

    	               open extend fsauvlog

    	               if cr_fsauvlog = 35 then
    	                   open output fsauvlog
    	               end-if

    	               move spaces to sauvlog-ligne
    	               string Wdatesauvegarde " SAUVEGARDE COMPLETE"
    	                      delimited by size into sauvlog-ligne
    	               write sauvlog-ligne

    	               close fsauvlog

    	               display "Sauvegarde verifiee et complete"

    	               move "SAUVEGARDE" to WjournalOperation
    	               move Wdatesauvegarde to WjournalId
    	               perform Journaliser

    	           else
    	               display "Sauvegarde incomplete ou non verifiee, "
    	                       "les fichiers vivants sont intacts"
    	           end-if.


           SauvegardeMembres.

    	           open I-O fmembreSauvegarde

    	           move Wdatesauvegarde to sm_date
    	           move 0 to sm_idmembre
    	           move 0 to Wfin1
    	           move 0 to Wstop

    	           start fmembreSauvegarde key is not less than
    	                 sm_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fmembreSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sm_date = Wdatesauvegarde then
    	                                   delete fmembreSauvegarde
    	                                   end-delete
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fmembreSauvegarde

    	           open input fmembre
    	           open I-O fmembreSauvegarde

    	           move 0 to Wfin
    	           move 0 to WsauvLus

    	           perform with test after until Wfin = 1

    	               read fmembre

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wdatesauvegarde to sm_date
    	                       move fm_idmembre to sm_idmembre
    	                       move fm_nom to sm_nom
    	                       move fm_prenom to sm_prenom
    	                       move fm_telephone to sm_telephone
    	                       move fm_adresse to sm_adresse
    	                       move fm_statut to sm_statut
    	                       move fm_idfamille to sm_idfamille
    	                       move fm_secret to sm_secret
    	                       move fm_dateNaissance to sm_dateNaissance

    	                       write tamp_fmembreSauvegarde

    	                       if cr_fmembreSauvegarde = 00 then
    	                           add 1 to WsauvLus
    	                       else
    	                           move 0 to WsauvOk
    	                           display "Erreur sauvegarde membre "fm_idmembre
    	                       end-if

    	           end-perform

    	           close fmembre
    	           close fmembreSauvegarde

    	           perform VerifieSauvegardeMembres

    	           add WsauvVerifies to WsauvTotalVerifies

    	           if WsauvVerifies = WsauvLus then
    	               display "Membres sauvegardes : "WsauvLus
    	           else
    	               move 0 to WsauvOk
    	               display "Sauvegarde membres non verifiee : "
    	                       WsauvLus" lus, "WsauvVerifies" relus"
    	           end-if.


           VerifieSauvegardeMembres.

    	           open input fmembreSauvegarde

    	           move Wdatesauvegarde to sm_date
    	           move 0 to sm_idmembre
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvVerifies

    	           start fmembreSauvegarde key is not less than
    	                 sm_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fmembreSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sm_date = Wdatesauvegarde then
    	                                   add 1 to WsauvVerifies
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fmembreSauvegarde.


           SauvegardeInscriptions.

    	           open I-O finscriptionSauvegarde

    	           move Wdatesauvegarde to si_date
    	           move 0 to si_idmembre
    	           move 0 to si_idactivite
    	           move 0 to Wfin1
    	           move 0 to Wstop

    	           start finscriptionSauvegarde key is not less than
    	                 si_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read finscriptionSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if si_date = Wdatesauvegarde then
    	                                   delete finscriptionSauvegarde
    	                                   end-delete
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close finscriptionSauvegarde

    	           open input finscription
    	           open I-O finscriptionSauvegarde

    	           move 0 to Wfin
    	           move 0 to WsauvLus

    	           perform with test after until Wfin = 1

    	               read finscription

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wdatesauvegarde to si_date
    	                       move fi_idmembre to si_idmembre
    	                       move fi_idactivite to si_idactivite
    	                       move fi_paye to si_paye
    	                       move fi_montant to si_montant
    	                       move fi_datePaiement to si_datePaiement

    	                       write tamp_finscriptionSauvegarde

    	                       if cr_finscriptionSauvegarde = 00 then
    	                           add 1 to WsauvLus
    	                       else
    	                           move 0 to WsauvOk
    	                           display "Erreur sauvegarde inscription "
    	                                   fi_idmembre" "fi_idactivite
    	                       end-if

    	           end-perform

    	           close finscription
    	           close finscriptionSauvegarde

    	           perform VerifieSauvegardeInscriptions

    	           add WsauvVerifies to WsauvTotalVerifies

    	           if WsauvVerifies = WsauvLus then
    	               display "Inscriptions sauvegardees : "WsauvLus
    	           else
    	               move 0 to WsauvOk
    	               display "Sauvegarde inscriptions non verifiee : "
    	                       WsauvLus" lues, "WsauvVerifies" relues"
    	           end-if.


           VerifieSauvegardeInscriptions.

    	           open input finscriptionSauvegarde

    	           move Wdatesauvegarde to si_date
    	           move 0 to si_idmembre
    	           move 0 to si_idactivite
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvVerifies

    	           start finscriptionSauvegarde key is not less than
    	                 si_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read finscriptionSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if si_date = Wdatesauvegarde then
    	                                   add 1 to WsauvVerifies
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close finscriptionSauvegarde.


           SauvegardePaiements.

    	           open I-O fpaiementSauvegarde

    	           move Wdatesauvegarde to spa_date
    	           move 0 to spa_numrecu
    	           move 0 to Wfin1
    	           move 0 to Wstop

    	           start fpaiementSauvegarde key is not less than
    	                 spa_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fpaiementSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if spa_date = Wdatesauvegarde then
    	                                   delete fpaiementSauvegarde
    	                                   end-delete
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fpaiementSauvegarde

    	           open input fpaiement
    	           open I-O fpaiementSauvegarde

    	           move 0 to Wfin
    	           move 0 to WsauvLus

    	           perform with test after until Wfin = 1

    	               read fpaiement next

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wdatesauvegarde to spa_date
    	                       move fpa_numrecu to spa_numrecu
    	                       move fpa_idmembre to spa_idmembre
    	                       move fpa_idactivite to spa_idactivite
    	                       move fpa_datePaiement to spa_datePaiement
    	                       move fpa_montant to spa_montant
    	                       move fpa_retrait to spa_retrait
    	                       move fpa_modePaiement to spa_modePaiement
    	                       move fpa_numCheque to spa_numCheque
    	                       move fpa_banque to spa_banque
    	                       move fpa_numBordereau to spa_numBordereau
    	                       move fpa_rapproche to spa_rapproche

    	                       write tamp_fpaiementSauvegarde

    	                       if cr_fpaiementSauvegarde = 00 then
    	                           add 1 to WsauvLus
    	                       else
    	                           move 0 to WsauvOk
    	                           display "Erreur sauvegarde paiement "
    	                                   fpa_numrecu
    	                       end-if

    	           end-perform

    	           close fpaiement
    	           close fpaiementSauvegarde

    	           perform VerifieSauvegardePaiements

    	           add WsauvVerifies to WsauvTotalVerifies

    	           if WsauvVerifies = WsauvLus then
    	               display "Paiements sauvegardes : "WsauvLus
    	           else
    	               move 0 to WsauvOk
    	               display "Sauvegarde paiements non verifiee : "
    	                       WsauvLus" lus, "WsauvVerifies" relus"
    	           end-if.


           VerifieSauvegardePaiements.

    	           open input fpaiementSauvegarde

    	           move Wdatesauvegarde to spa_date
    	           move 0 to spa_numrecu
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvVerifies

    	           start fpaiementSauvegarde key is not less than
    	                 spa_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fpaiementSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if spa_date = Wdatesauvegarde then
    	                                   add 1 to WsauvVerifies
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fpaiementSauvegarde.


           SauvegardePrets.

    	           open I-O fpretSauvegarde

    	           move Wdatesauvegarde to spt_date
    	           move 0 to spt_idpret
    	           move 0 to Wfin1
    	           move 0 to Wstop

    	           start fpretSauvegarde key is not less than
    	                 spt_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fpretSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if spt_date = Wdatesauvegarde then
    	                                   delete fpretSauvegarde
    	                                   end-delete
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fpretSauvegarde

    	           open input fpret
    	           open I-O fpretSauvegarde

    	           move 0 to Wfin
    	           move 0 to WsauvLus

    	           perform with test after until Wfin = 1

    	               read fpret next

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wdatesauvegarde to spt_date
    	                       move fpt_idpret to spt_idpret
    	                       move fpt_idmembre to spt_idmembre
    	                       move fpt_idmateriel to spt_idmateriel
    	                       move fpt_qte to spt_qte
    	                       move fpt_dateEmprunt to spt_dateEmprunt
    	                       move fpt_dateRetour to spt_dateRetour

    	                       write tamp_fpretSauvegarde

    	                       if cr_fpretSauvegarde = 00 then
    	                           add 1 to WsauvLus
    	                       else
    	                           move 0 to WsauvOk
    	                           display "Erreur sauvegarde pret "
    	                                   fpt_idpret
    	                       end-if

    	           end-perform

    	           close fpret
    	           close fpretSauvegarde

    	           perform VerifieSauvegardePrets

    	           add WsauvVerifies to WsauvTotalVerifies

    	           if WsauvVerifies = WsauvLus then
    	               display "Prets sauvegardes : "WsauvLus
    	           else
    	               move 0 to WsauvOk
    	               display "Sauvegarde prets non verifiee : "
    	                       WsauvLus" lus, "WsauvVerifies" relus"
    	           end-if.


           VerifieSauvegardePrets.

    	           open input fpretSauvegarde

    	           move Wdatesauvegarde to spt_date
    	           move 0 to spt_idpret
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvVerifies

    	           start fpretSauvegarde key is not less than
    	                 spt_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fpretSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if spt_date = Wdatesauvegarde then
    	                                   add 1 to WsauvVerifies
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fpretSauvegarde.


           SauvegardeRemboursements.

    	           open I-O fremboursementSauvegarde

    	           move Wdatesauvegarde to srb_date
    	           move 0 to srb_numavoir
    	           move 0 to Wfin1
    	           move 0 to Wstop

    	           start fremboursementSauvegarde key is not less than
    	                 srb_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fremboursementSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if srb_date = Wdatesauvegarde then
    	                                   delete fremboursementSauvegarde
    	                                   end-delete
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fremboursementSauvegarde

    	           open input fremboursement
    	           open I-O fremboursementSauvegarde

    	           move 0 to Wfin
    	           move 0 to WsauvLus

    	           perform with test after until Wfin = 1

    	               read fremboursement next

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wdatesauvegarde to srb_date
    	                       move frb_numavoir to srb_numavoir
    	                       move frb_idmembre to srb_idmembre
    	                       move frb_idactivite to srb_idactivite
    	                       move frb_date to srb_dateAvoir
    	                       move frb_montantVerse to srb_montantVerse
    	                       move frb_seances to srb_seances
    	                       move frb_seancesRestantes to srb_seancesRestantes
    	                       move frb_montant to srb_montant
    	                       move frb_mode to srb_mode
    	                       move frb_idactiviteReport to srb_idactiviteReport
    	                       move frb_cloture to srb_cloture

    	                       write tamp_fremboursementSauvegarde

    	                       if cr_fremboursementSauvegarde = 00 then
    	                           add 1 to WsauvLus
    	                       else
    	                           move 0 to WsauvOk
    	                           display "Erreur sauvegarde avoir "
    	                                   frb_numavoir
    	                       end-if

    	           end-perform

    	           close fremboursement
    	           close fremboursementSauvegarde

    	           perform VerifieSauvegardeRemboursements

    	           add WsauvVerifies to WsauvTotalVerifies

    	           if WsauvVerifies = WsauvLus then
    	               display "Avoirs sauvegardes : "WsauvLus
    	           else
    	               move 0 to WsauvOk
    	               display "Sauvegarde avoirs non verifiee : "
    	                       WsauvLus" lus, "WsauvVerifies" relus"
    	           end-if.


           VerifieSauvegardeRemboursements.

    	           open input fremboursementSauvegarde

    	           move Wdatesauvegarde to srb_date
    	           move 0 to srb_numavoir
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvVerifies

    	           start fremboursementSauvegarde key is not less than
    	                 srb_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fremboursementSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if srb_date = Wdatesauvegarde then
    	                                   add 1 to WsauvVerifies
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fremboursementSauvegarde.


           SauvegardeCertificats.

    	           open I-O fcertificatSauvegarde

    	           move Wdatesauvegarde to sce_date
    	           move 0 to sce_idmembre
    	           move 0 to Wfin1
    	           move 0 to Wstop

    	           start fcertificatSauvegarde key is not less than
    	                 sce_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fcertificatSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sce_date = Wdatesauvegarde then
    	                                   delete fcertificatSauvegarde
    	                                   end-delete
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fcertificatSauvegarde

    	           open input fcertificat
    	           open I-O fcertificatSauvegarde

    	           move 0 to Wfin
    	           move 0 to WsauvLus

    	           perform with test after until Wfin = 1

    	               read fcertificat next

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wdatesauvegarde to sce_date
    	                       move fce_idmembre to sce_idmembre
    	                       move fce_numLicence to sce_numLicence
    	                       move fce_saisonLicence to sce_saisonLicence
    	                       move fce_dateCertificat to sce_dateCertificat
    	                       move fce_dateExpiration to sce_dateExpiration

    	                       write tamp_fcertificatSauvegarde

    	                       if cr_fcertificatSauvegarde = 00 then
    	                           add 1 to WsauvLus
    	                       else
    	                           move 0 to WsauvOk
    	                           display "Erreur sauvegarde certificat "
    	                                   fce_idmembre
    	                       end-if

    	           end-perform

    	           close fcertificat
    	           close fcertificatSauvegarde

    	           perform VerifieSauvegardeCertificats

    	           add WsauvVerifies to WsauvTotalVerifies

    	           if WsauvVerifies = WsauvLus then
    	               display "Certificats sauvegardes : "WsauvLus
    	           else
    	               move 0 to WsauvOk
    	               display "Sauvegarde certificats non verifiee : "
    	                       WsauvLus" lus, "WsauvVerifies" relus"
    	           end-if.


           VerifieSauvegardeCertificats.

    	           open input fcertificatSauvegarde

    	           move Wdatesauvegarde to sce_date
    	           move 0 to sce_idmembre
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvVerifies

    	           start fcertificatSauvegarde key is not less than
    	                 sce_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fcertificatSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sce_date = Wdatesauvegarde then
    	                                   add 1 to WsauvVerifies
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fcertificatSauvegarde.


           SauvegardeEncadrants.

    	           open I-O fencadrantSauvegarde

    	           move Wdatesauvegarde to sen_date
    	           move 0 to sen_idmembre
    	           move 0 to Wfin1
    	           move 0 to Wstop

    	           start fencadrantSauvegarde key is not less than
    	                 sen_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fencadrantSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sen_date = Wdatesauvegarde then
    	                                   delete fencadrantSauvegarde
    	                                   end-delete
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fencadrantSauvegarde

    	           open input fencadrant
    	           open I-O fencadrantSauvegarde

    	           move 0 to Wfin
    	           move 0 to WsauvLus

    	           perform with test after until Wfin = 1

    	               read fencadrant next

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wdatesauvegarde to sen_date
    	                       move fen_idmembre to sen_idmembre
    	                       move fen_secourisme to sen_secourisme
    	                       move fen_secourismeExpiration to sen_secourismeExpiration
    	                       move fen_qualifications to sen_qualifications

    	                       write tamp_fencadrantSauvegarde

    	                       if cr_fencadrantSauvegarde = 00 then
    	                           add 1 to WsauvLus
    	                       else
    	                           move 0 to WsauvOk
    	                           display "Erreur sauvegarde encadrant "
    	                                   fen_idmembre
    	                       end-if

    	           end-perform

    	           close fencadrant
    	           close fencadrantSauvegarde

    	           perform VerifieSauvegardeEncadrants

    	           add WsauvVerifies to WsauvTotalVerifies

    	           if WsauvVerifies = WsauvLus then
    	               display "Encadrants sauvegardes : "WsauvLus
    	           else
    	               move 0 to WsauvOk
    	               display "Sauvegarde encadrants non verifiee : "
    	                       WsauvLus" lus, "WsauvVerifies" relus"
    	           end-if.


           VerifieSauvegardeEncadrants.

    	           open input fencadrantSauvegarde

    	           move Wdatesauvegarde to sen_date
    	           move 0 to sen_idmembre
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvVerifies

    	           start fencadrantSauvegarde key is not less than
    	                 sen_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fencadrantSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sen_date = Wdatesauvegarde then
    	                                   add 1 to WsauvVerifies
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fencadrantSauvegarde.


           SauvegardeReservations.

    	           open I-O freservationSauvegarde

    	           move Wdatesauvegarde to srs_date
    	           move 0 to srs_idmembre
    	           move 0 to srs_idactivite
    	           move 0 to Wfin1
    	           move 0 to Wstop

    	           start freservationSauvegarde key is not less than
    	                 srs_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read freservationSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if srs_date = Wdatesauvegarde then
    	                                   delete freservationSauvegarde
    	                                   end-delete
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close freservationSauvegarde

    	           open input freservation
    	           open I-O freservationSauvegarde

    	           move 0 to Wfin
    	           move 0 to WsauvLus

    	           perform with test after until Wfin = 1

    	               read freservation next

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wdatesauvegarde to srs_date
    	                       move frs_idmembre to srs_idmembre
    	                       move frs_idactivite to srs_idactivite
    	                       move frs_idfamille to srs_idfamille
    	                       move frs_saisonPrec to srs_saisonPrec
    	                       move frs_idactivitePrec to srs_idactivitePrec
    	                       move frs_dateLimite to srs_dateLimite
    	                       move frs_statut to srs_statut
    	                       move frs_dateStatut to srs_dateStatut
    	                       move frs_idmembreSaison to srs_idmembreSaison

    	                       write tamp_freservationSauvegarde

    	                       if cr_freservationSauvegarde = 00 then
    	                           add 1 to WsauvLus
    	                       else
    	                           move 0 to WsauvOk
    	                           display "Erreur sauvegarde reservation "
    	                                   frs_idmembre
    	                       end-if

    	           end-perform

    	           close freservation
    	           close freservationSauvegarde

    	           perform VerifieSauvegardeReservations

    	           add WsauvVerifies to WsauvTotalVerifies

    	           if WsauvVerifies = WsauvLus then
    	               display "Reservations sauvegardes : "WsauvLus
    	           else
    	               move 0 to WsauvOk
    	               display "Sauvegarde reservations non verifiee : "
    	                       WsauvLus" lus, "WsauvVerifies" relus"
    	           end-if.


           VerifieSauvegardeReservations.

    	           open input freservationSauvegarde

    	           move Wdatesauvegarde to srs_date
    	           move 0 to srs_idmembre
    	           move 0 to srs_idactivite
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvVerifies

    	           start freservationSauvegarde key is not less than
    	                 srs_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read freservationSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if srs_date = Wdatesauvegarde then
    	                                   add 1 to WsauvVerifies
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close freservationSauvegarde.


           SauvegardeRemplacements.

    	           open I-O fremplacementSauvegarde

    	           move Wdatesauvegarde to srp_date
    	           move 0 to srp_idactivite
    	           move 0 to srp_semaine
    	           move 0 to Wfin1
    	           move 0 to Wstop

    	           start fremplacementSauvegarde key is not less than
    	                 srp_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fremplacementSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if srp_date = Wdatesauvegarde then
    	                                   delete fremplacementSauvegarde
    	                                   end-delete
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fremplacementSauvegarde

    	           open input fremplacement
    	           open I-O fremplacementSauvegarde

    	           move 0 to Wfin
    	           move 0 to WsauvLus

    	           perform with test after until Wfin = 1

    	               read fremplacement next

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wdatesauvegarde to srp_date
    	                       move fre_idactivite to srp_idactivite
    	                       move fre_semaine to srp_semaine
    	                       move fre_encadrantAbsent to srp_encadrantAbsent
    	                       move fre_remplacant to srp_remplacant
    	                       move fre_idremplacant to srp_idremplacant
    	                       move fre_motif to srp_motif

    	                       write tamp_fremplacementSauvegarde

    	                       if cr_fremplacementSauvegarde = 00 then
    	                           add 1 to WsauvLus
    	                       else
    	                           move 0 to WsauvOk
    	                           display "Erreur sauvegarde remplacement "
    	                                   fre_idactivite
    	                       end-if

    	           end-perform

    	           close fremplacement
    	           close fremplacementSauvegarde

    	           perform VerifieSauvegardeRemplacements

    	           add WsauvVerifies to WsauvTotalVerifies

    	           if WsauvVerifies = WsauvLus then
    	               display "Remplacements sauvegardes : "WsauvLus
    	           else
    	               move 0 to WsauvOk
    	               display "Sauvegarde remplacements non verifiee : "
    	                       WsauvLus" lus, "WsauvVerifies" relus"
    	           end-if.


           VerifieSauvegardeRemplacements.

    	           open input fremplacementSauvegarde

    	           move Wdatesauvegarde to srp_date
    	           move 0 to srp_idactivite
    	           move 0 to srp_semaine
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvVerifies

    	           start fremplacementSauvegarde key is not less than
    	                 srp_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fremplacementSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if srp_date = Wdatesauvegarde then
    	                                   add 1 to WsauvVerifies
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fremplacementSauvegarde.


           SauvegardeIncidents.

    	           open I-O fincidentSauvegarde

    	           move Wdatesauvegarde to sic_date
    	           move 0 to sic_idactivite
    	           move 0 to sic_semaine
    	           move 0 to sic_numero
    	           move 0 to Wfin1
    	           move 0 to Wstop

    	           start fincidentSauvegarde key is not less than
    	                 sic_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fincidentSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sic_date = Wdatesauvegarde then
    	                                   delete fincidentSauvegarde
    	                                   end-delete
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fincidentSauvegarde

    	           open input fincident
    	           open I-O fincidentSauvegarde

    	           move 0 to Wfin
    	           move 0 to WsauvLus

    	           perform with test after until Wfin = 1

    	               read fincident next

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wdatesauvegarde to sic_date
    	                       move fic_idactivite to sic_idactivite
    	                       move fic_semaine to sic_semaine
    	                       move fic_numero to sic_numero
    	                       move fic_idmembre to sic_idmembre
    	                       move fic_nomMembre to sic_nomMembre
    	                       move fic_prenomMembre to sic_prenomMembre
    	                       move fic_dateNaissance to sic_dateNaissance
    	                       move fic_telephone to sic_telephone
    	                       move fic_adresse to sic_adresse
    	                       move fic_idfamille to sic_idfamille
    	                       move fic_saison to sic_saison
    	                       move fic_date to sic_dateIncident
    	                       move fic_type to sic_type
    	                       move fic_nomActivite to sic_nomActivite
    	                       move fic_jour to sic_jour
    	                       move fic_heureD to sic_heureD
    	                       move fic_heureF to sic_heureF
    	                       move fic_idlieu to sic_idlieu
    	                       move fic_encadrant to sic_encadrant
    	                       move fic_idencadrant to sic_idencadrant
    	                       move fic_present to sic_present
    	                       move fic_description to sic_description
    	                       move fic_gravite to sic_gravite
    	                       move fic_secours to sic_secours
    	                       move fic_temoins to sic_temoins
    	                       move fic_statutAssurance to sic_statutAssurance
    	                       move fic_dateDeclaration to sic_dateDeclaration

    	                       write tamp_fincidentSauvegarde

    	                       if cr_fincidentSauvegarde = 00 then
    	                           add 1 to WsauvLus
    	                       else
    	                           move 0 to WsauvOk
    	                           display "Erreur sauvegarde incident "
    	                                   fic_idactivite
    	                       end-if

    	           end-perform

    	           close fincident
    	           close fincidentSauvegarde

    	           perform VerifieSauvegardeIncidents

    	           add WsauvVerifies to WsauvTotalVerifies

    	           if WsauvVerifies = WsauvLus then
    	               display "Incidents sauvegardes : "WsauvLus
    	           else
    	               move 0 to WsauvOk
    	               display "Sauvegarde incidents non verifiee : "
    	                       WsauvLus" lus, "WsauvVerifies" relus"
    	           end-if.


           VerifieSauvegardeIncidents.

    	           open input fincidentSauvegarde

    	           move Wdatesauvegarde to sic_date
    	           move 0 to sic_idactivite
    	           move 0 to sic_semaine
    	           move 0 to sic_numero
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvVerifies

    	           start fincidentSauvegarde key is not less than
    	                 sic_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fincidentSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sic_date = Wdatesauvegarde then
    	                                   add 1 to WsauvVerifies
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fincidentSauvegarde.


           SauvegardeActivites.

    	           open I-O factiviteSauvegarde

    	           move Wdatesauvegarde to sa_date
    	           move 0 to sa_idactivite
    	           move 0 to Wfin1
    	           move 0 to Wstop

    	           start factiviteSauvegarde key is not less than
    	                 sa_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read factiviteSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sa_date = Wdatesauvegarde then
    	                                   delete factiviteSauvegarde
    	                                   end-delete
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close factiviteSauvegarde

    	           open input factivite
    	           open I-O factiviteSauvegarde

    	           move 0 to Wfin
    	           move 0 to WsauvLus

    	           perform with test after until Wfin = 1

    	               read factivite

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wdatesauvegarde to sa_date
    	                       move fa_idactivite to sa_idactivite
    	                       move fa_nomActivite to sa_nomActivite
    	                       move fa_encadrant to sa_encadrant
    	                       move fa_nbparticipant to sa_nbparticipant
    	                       move fa_jour to sa_jour
    	                       move fa_semaine to sa_semaine
    	                       move fa_semaineF to sa_semaineF
    	                       move fa_exceptions to sa_exceptions
    	                       move fa_heureD to sa_heureD
    	                       move fa_heureF to sa_heureF
    	                       move fa_type to sa_type
    	                       move fa_idlieu to sa_idlieu
    	                       move fa_idencadrant to sa_idencadrant

    	                       write tamp_factiviteSauvegarde

    	                       if cr_factiviteSauvegarde = 00 then
    	                           add 1 to WsauvLus
    	                       else
    	                           move 0 to WsauvOk
    	                           display "Erreur sauvegarde activite "
    	                                   fa_idactivite
    	                       end-if

    	           end-perform

    	           close factivite
    	           close factiviteSauvegarde

    	           perform VerifieSauvegardeActivites

    	           add WsauvVerifies to WsauvTotalVerifies

    	           if WsauvVerifies = WsauvLus then
    	               display "Activites sauvegardees : "WsauvLus
    	           else
    	               move 0 to WsauvOk
    	               display "Sauvegarde activites non verifiee : "
    	                       WsauvLus" lues, "WsauvVerifies" relues"
    	           end-if.


           VerifieSauvegardeActivites.

    	           open input factiviteSauvegarde

    	           move Wdatesauvegarde to sa_date
    	           move 0 to sa_idactivite
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvVerifies

    	           start factiviteSauvegarde key is not less than
    	                 sa_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read factiviteSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sa_date = Wdatesauvegarde then
    	                                   add 1 to WsauvVerifies
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close factiviteSauvegarde.


           SauvegardeTypes.

    	           open I-O ftypeSauvegarde

    	           move Wdatesauvegarde to st_date
    	           move spaces to st_type
    	           move 0 to Wfin1
    	           move 0 to Wstop

    	           start ftypeSauvegarde key is not less than
    	                 st_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read ftypeSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if st_date = Wdatesauvegarde then
    	                                   delete ftypeSauvegarde
    	                                   end-delete
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close ftypeSauvegarde

    	           open input ftype
    	           open I-O ftypeSauvegarde

    	           move 0 to Wfin
    	           move 0 to WsauvLus

    	           perform with test after until Wfin = 1

    	               read ftype

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wdatesauvegarde to st_date
    	                       move ft_type to st_type
    	                       move ft_lieu to st_lieu
    	                       move ft_materiel to st_materiel
    	                       move ft_montantParticipation
    	                            to st_montantParticipation
    	                       move ft_gratuit to st_gratuit
    	                       move ft_ageMin to st_ageMin
    	                       move ft_ageMax to st_ageMax
    	                       move ft_certificatRequis to st_certificatRequis

    	                       write tamp_ftypeSauvegarde

    	                       if cr_ftypeSauvegarde = 00 then
    	                           add 1 to WsauvLus
    	                       else
    	                           move 0 to WsauvOk
    	                           display "Erreur sauvegarde type "ft_type
    	                       end-if

    	           end-perform

    	           close ftype
    	           close ftypeSauvegarde

    	           perform VerifieSauvegardeTypes

    	           add WsauvVerifies to WsauvTotalVerifies

    	           if WsauvVerifies = WsauvLus then
    	               display "Types sauvegardes : "WsauvLus
    	           else
    	               move 0 to WsauvOk
    	               display "Sauvegarde types non verifiee : "
    	                       WsauvLus" lus, "WsauvVerifies" relus"
    	           end-if.


           VerifieSauvegardeTypes.

    	           open input ftypeSauvegarde

    	           move Wdatesauvegarde to st_date
    	           move spaces to st_type
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvVerifies

    	           start ftypeSauvegarde key is not less than
    	                 st_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read ftypeSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if st_date = Wdatesauvegarde then
    	                                   add 1 to WsauvVerifies
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close ftypeSauvegarde.


           SauvegardeFamilles.

    	           open I-O ffamilleSauvegarde

    	           move Wdatesauvegarde to sf_date
    	           move 0 to sf_idfamille
    	           move 0 to Wfin1
    	           move 0 to Wstop

    	           start ffamilleSauvegarde key is not less than
    	                 sf_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read ffamilleSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sf_date = Wdatesauvegarde then
    	                                   delete ffamilleSauvegarde
    	                                   end-delete
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close ffamilleSauvegarde

    	           open input ffamille
    	           open I-O ffamilleSauvegarde

    	           move 0 to Wfin
    	           move 0 to WsauvLus

    	           perform with test after until Wfin = 1

    	               read ffamille next

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wdatesauvegarde to sf_date
    	                       move ff_idfamille to sf_idfamille
    	                       move ff_nomTuteur to sf_nomTuteur
    	                       move ff_adresse to sf_adresse
    	                       move ff_telephone to sf_telephone

    	                       write tamp_ffamilleSauvegarde

    	                       if cr_ffamilleSauvegarde = 00 then
    	                           add 1 to WsauvLus
    	                       else
    	                           move 0 to WsauvOk
    	                           display "Erreur sauvegarde famille "
    	                                   ff_idfamille
    	                       end-if

    	           end-perform

    	           close ffamille
    	           close ffamilleSauvegarde

    	           perform VerifieSauvegardeFamilles

    	           add WsauvVerifies to WsauvTotalVerifies

    	           if WsauvVerifies = WsauvLus then
    	               display "Familles sauvegardees : "WsauvLus
    	           else
    	               move 0 to WsauvOk
    	               display "Sauvegarde familles non verifiee : "
    	                       WsauvLus" lues, "WsauvVerifies" relues"
    	           end-if.


           VerifieSauvegardeFamilles.

    	           open input ffamilleSauvegarde

    	           move Wdatesauvegarde to sf_date
    	           move 0 to sf_idfamille
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvVerifies

    	           start ffamilleSauvegarde key is not less than
    	                 sf_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read ffamilleSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sf_date = Wdatesauvegarde then
    	                                   add 1 to WsauvVerifies
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close ffamilleSauvegarde.


           SauvegardeAttentes.

    	           open I-O fattenteSauvegarde

    	           move Wdatesauvegarde to sl_date
    	           move 0 to sl_idmembre
    	           move 0 to sl_idactivite
    	           move 0 to Wfin1
    	           move 0 to Wstop

    	           start fattenteSauvegarde key is not less than
    	                 sl_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fattenteSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sl_date = Wdatesauvegarde then
    	                                   delete fattenteSauvegarde
    	                                   end-delete
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fattenteSauvegarde

    	           open input fattente
    	           open I-O fattenteSauvegarde

    	           move 0 to Wfin
    	           move 0 to WsauvLus

    	           perform with test after until Wfin = 1

    	               read fattente next

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wdatesauvegarde to sl_date
    	                       move fl_idmembre to sl_idmembre
    	                       move fl_idactivite to sl_idactivite
    	                       move fl_rang to sl_rang

    	                       write tamp_fattenteSauvegarde

    	                       if cr_fattenteSauvegarde = 00 then
    	                           add 1 to WsauvLus
    	                       else
    	                           move 0 to WsauvOk
    	                           display "Erreur sauvegarde attente "
    	                                   fl_idmembre" "fl_idactivite
    	                       end-if

    	           end-perform

    	           close fattente
    	           close fattenteSauvegarde

    	           perform VerifieSauvegardeAttentes

    	           add WsauvVerifies to WsauvTotalVerifies

    	           if WsauvVerifies = WsauvLus then
    	               display "Attentes sauvegardees : "WsauvLus
    	           else
    	               move 0 to WsauvOk
    	               display "Sauvegarde attentes non verifiee : "
    	                       WsauvLus" lues, "WsauvVerifies" relues"
    	           end-if.


           VerifieSauvegardeAttentes.

    	           open input fattenteSauvegarde

    	           move Wdatesauvegarde to sl_date
    	           move 0 to sl_idmembre
    	           move 0 to sl_idactivite
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvVerifies

    	           start fattenteSauvegarde key is not less than
    	                 sl_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fattenteSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sl_date = Wdatesauvegarde then
    	                                   add 1 to WsauvVerifies
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fattenteSauvegarde.


           SauvegardePresences.

    	           open I-O fpresenceSauvegarde

    	           move Wdatesauvegarde to sp_date
    	           move 0 to sp_idactivite
    	           move 0 to sp_semaine
    	           move 0 to sp_idmembre
    	           move 0 to Wfin1
    	           move 0 to Wstop

    	           start fpresenceSauvegarde key is not less than
    	                 sp_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fpresenceSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sp_date = Wdatesauvegarde then
    	                                   delete fpresenceSauvegarde
    	                                   end-delete
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fpresenceSauvegarde

    	           open input fpresence
    	           open I-O fpresenceSauvegarde

    	           move 0 to Wfin
    	           move 0 to WsauvLus

    	           perform with test after until Wfin = 1

    	               read fpresence next

    	                   at end
    	                       move 1 to Wfin
    	                   not at end

    	                       move Wdatesauvegarde to sp_date
    	                       move fp_idactivite to sp_idactivite
    	                       move fp_semaine to sp_semaine
    	                       move fp_idmembre to sp_idmembre
    	                       move fp_present to sp_present

    	                       write tamp_fpresenceSauvegarde

    	                       if cr_fpresenceSauvegarde = 00 then
    	                           add 1 to WsauvLus
    	                       else
    	                           move 0 to WsauvOk
    	                           display "Erreur sauvegarde presence "
    	                                   fp_idmembre" "fp_idactivite
    	                       end-if

    	           end-perform

    	           close fpresence
    	           close fpresenceSauvegarde

    	           perform VerifieSauvegardePresences

    	           add WsauvVerifies to WsauvTotalVerifies

    	           if WsauvVerifies = WsauvLus then
    	               display "Presences sauvegardees : "WsauvLus
    	           else
    	               move 0 to WsauvOk
    	               display "Sauvegarde presences non verifiee : "
    	                       WsauvLus" lues, "WsauvVerifies" relues"
    	           end-if.


           VerifieSauvegardePresences.

    	           open input fpresenceSauvegarde

    	           move Wdatesauvegarde to sp_date
    	           move 0 to sp_idactivite
    	           move 0 to sp_semaine
    	           move 0 to sp_idmembre
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvVerifies

    	           start fpresenceSauvegarde key is not less than
    	                 sp_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fpresenceSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sp_date = Wdatesauvegarde then
    	                                   add 1 to WsauvVerifies
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fpresenceSauvegarde.


           ChercherSauvegardeJour.

    	           move 0 to Wtrouve

    	           move spaces to WligneSauvegarde
    	           string Wdatesauvegarde " SAUVEGARDE COMPLETE"
    	                  delimited by size into WligneSauvegarde

    	           open input fsauvlog

    	           if cr_fsauvlog = 00 then

    	               move 0 to Wfin

    	               perform with test after until Wfin = 1

    	                   read fsauvlog

    	                       at end
    	                           move 1 to Wfin
    	                       not at end

    	                           if sauvlog-ligne = WligneSauvegarde then
    	                               move 1 to Wtrouve
    	                           end-if

    	                   end-read

    	               end-perform

    	               close fsauvlog

    	           end-if.


           RestaurationFichiers.

    	           display "Sauvegardes disponibles :"

    	           open input fsauvlog

    	           if cr_fsauvlog = 00 then

    	               move 0 to Wfin

    	               perform with test after until Wfin = 1

    	                   read fsauvlog

    	                       at end
    	                           move 1 to Wfin
    	                       not at end
    	                           display "  "sauvlog-ligne

    	                   end-read

    	               end-perform

    	               close fsauvlog

    	           end-if

    	           display "Restaurer la sauvegarde de quelle date "
    	                   "(AAAAMMJJ) : ?"
    	           accept Wdatesauvegarde

    	           perform ChercherSauvegardeJour

    	           if Wtrouve = 0 then

    	               display "Aucune sauvegarde verifiee a cette date, "
    	                       "restauration refusee"

    	           else

    	               perform RestaureMembres
    	               perform RestaureInscriptions
    	               perform RestaurePaiements
    	               perform RestaureActivites
    	               perform RestaureTypes
    	               perform RestaureFamilles
    	               perform RestaureAttentes
    	               perform RestaurePresences
    	               perform RestaurePrets
    	               perform RestaureRemboursements
    	               perform RestaureCertificats
    	               perform RestaureEncadrants
    	               perform RestaureReservations
    	               perform RestaureRemplacements
    	               perform RestaureIncidents

    	               display "Restauration terminee depuis la sauvegarde "
    	                       "du "Wdatesauvegarde

    	               move "RESTAURATION" to WjournalOperation
    	               move Wdatesauvegarde to WjournalId
    	               perform Journaliser

    	           end-if.


           RestaureMembres.

    	           open output fmembre
    	           close fmembre

    	           open I-O fmembre
    	           open input fmembreSauvegarde

    	           move Wdatesauvegarde to sm_date
    	           move 0 to sm_idmembre
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvLus

    	           start fmembreSauvegarde key is not less than
    	                 sm_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fmembreSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sm_date = Wdatesauvegarde then

    	                                   move sm_idmembre to fm_idmembre
    	                                   move sm_nom to fm_nom
    	                                   move sm_prenom to fm_prenom
    	                                   move sm_telephone to fm_telephone
    	                                   move sm_adresse to fm_adresse
    	                                   move sm_statut to fm_statut
    	                                   move sm_idfamille to fm_idfamille
    	                                   move sm_secret to fm_secret
    	                                   move sm_dateNaissance
    	                                        to fm_dateNaissance

    	                                   write tamp_fmembre
    	                                   end-write

    	                                   add 1 to WsauvLus

    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fmembre
    	           close fmembreSauvegarde

    	           display "Membres restaures : "WsauvLus.


           RestaureInscriptions.

    	           open output finscription
    	           close finscription

    	           open I-O finscription
    	           open input finscriptionSauvegarde

    	           move Wdatesauvegarde to si_date
    	           move 0 to si_idmembre
    	           move 0 to si_idactivite
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvLus

    	           start finscriptionSauvegarde key is not less than
    	                 si_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read finscriptionSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if si_date = Wdatesauvegarde then

    	                                   move si_idmembre to fi_idmembre
    	                                   move si_idactivite to fi_idactivite
    	                                   move si_paye to fi_paye
    	                                   move si_montant to fi_montant
    	                                   move si_datePaiement to fi_datePaiement

    	                                   write tamp_finscription
    	                                   end-write

    	                                   add 1 to WsauvLus

    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close finscription
    	           close finscriptionSauvegarde

    	           display "Inscriptions restaurees : "WsauvLus.


           RestaurePaiements.

    	           open output fpaiement
    	           close fpaiement

    	           open I-O fpaiement
    	           open input fpaiementSauvegarde

    	           move Wdatesauvegarde to spa_date
    	           move 0 to spa_numrecu
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvLus

    	           start fpaiementSauvegarde key is not less than
    	                 spa_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fpaiementSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if spa_date = Wdatesauvegarde then

    	                                   move spa_numrecu to fpa_numrecu
    	                                   move spa_idmembre to fpa_idmembre
    	                                   move spa_idactivite to fpa_idactivite
    	                                   move spa_datePaiement
    	                                        to fpa_datePaiement
    	                                   move spa_montant to fpa_montant
    	                                   move spa_retrait to fpa_retrait
    	                                   move spa_modePaiement
    	                                        to fpa_modePaiement
    	                                   move spa_numCheque to fpa_numCheque
    	                                   move spa_banque to fpa_banque
    	                                   move spa_numBordereau
    	                                        to fpa_numBordereau
    	                                   move spa_rapproche to fpa_rapproche

    	                                   write tamp_fpaiement
    	                                   end-write

    	                                   add 1 to WsauvLus

    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fpaiement
    	           close fpaiementSauvegarde

    	           display "Paiements restaures : "WsauvLus.


           RestaurePrets.

    	           open output fpret
    	           close fpret

    	           open I-O fpret
    	           open input fpretSauvegarde

    	           move Wdatesauvegarde to spt_date
    	           move 0 to spt_idpret
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvLus

    	           start fpretSauvegarde key is not less than
    	                 spt_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fpretSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if spt_date = Wdatesauvegarde then

    	                                   move spt_idpret to fpt_idpret
    	                                   move spt_idmembre to fpt_idmembre
    	                                   move spt_idmateriel to fpt_idmateriel
    	                                   move spt_qte to fpt_qte
    	                                   move spt_dateEmprunt to fpt_dateEmprunt
    	                                   move spt_dateRetour to fpt_dateRetour

    	                                   write tamp_fpret
    	                                   end-write

    	                                   add 1 to WsauvLus

    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fpret
    	           close fpretSauvegarde

    	           display "Prets restaures : "WsauvLus.


           RestaureRemboursements.

    	           open output fremboursement
    	           close fremboursement

    	           open I-O fremboursement
    	           open input fremboursementSauvegarde

    	           move Wdatesauvegarde to srb_date
    	           move 0 to srb_numavoir
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvLus

    	           start fremboursementSauvegarde key is not less than
    	                 srb_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fremboursementSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if srb_date = Wdatesauvegarde then

    	                                   move srb_numavoir to frb_numavoir
    	                                   move srb_idmembre to frb_idmembre
    	                                   move srb_idactivite to frb_idactivite
    	                                   move srb_dateAvoir to frb_date
    	                                   move srb_montantVerse to frb_montantVerse
    	                                   move srb_seances to frb_seances
    	                                   move srb_seancesRestantes to frb_seancesRestantes
    	                                   move srb_montant to frb_montant
    	                                   move srb_mode to frb_mode
    	                                   move srb_idactiviteReport to frb_idactiviteReport
    	                                   move srb_cloture to frb_cloture

    	                                   write tamp_fremboursement
    	                                   end-write

    	                                   add 1 to WsauvLus

    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fremboursement
    	           close fremboursementSauvegarde

    	           display "Remboursements restaures : "WsauvLus.


           RestaureCertificats.

    	           open output fcertificat
    	           close fcertificat

    	           open I-O fcertificat
    	           open input fcertificatSauvegarde

    	           move Wdatesauvegarde to sce_date
    	           move 0 to sce_idmembre
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvLus

    	           start fcertificatSauvegarde key is not less than
    	                 sce_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fcertificatSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sce_date = Wdatesauvegarde then

    	                                   move sce_idmembre to fce_idmembre
    	                                   move sce_numLicence to fce_numLicence
    	                                   move sce_saisonLicence to fce_saisonLicence
    	                                   move sce_dateCertificat to fce_dateCertificat
    	                                   move sce_dateExpiration to fce_dateExpiration

    	                                   write tamp_fcertificat
    	                                   end-write

    	                                   add 1 to WsauvLus

    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fcertificat
    	           close fcertificatSauvegarde

    	           display "Certificats restaures : "WsauvLus.


           RestaureEncadrants.

    	           open output fencadrant
    	           close fencadrant

    	           open I-O fencadrant
    	           open input fencadrantSauvegarde

    	           move Wdatesauvegarde to sen_date
    	           move 0 to sen_idmembre
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvLus

    	           start fencadrantSauvegarde key is not less than
    	                 sen_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fencadrantSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sen_date = Wdatesauvegarde then

    	                                   move sen_idmembre to fen_idmembre
    	                                   move sen_secourisme to fen_secourisme
    	                                   move sen_secourismeExpiration to fen_secourismeExpiration
    	                                   move sen_qualifications to fen_qualifications

    	                                   write tamp_fencadrant
    	                                   end-write

    	                                   add 1 to WsauvLus

    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fencadrant
    	           close fencadrantSauvegarde

    	           display "Encadrants restaures : "WsauvLus.


           RestaureReservations.

    	           open output freservation
    	           close freservation

    	           open I-O freservation
    	           open input freservationSauvegarde

    	           move Wdatesauvegarde to srs_date
    	           move 0 to srs_idmembre
    	           move 0 to srs_idactivite
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvLus

    	           start freservationSauvegarde key is not less than
    	                 srs_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read freservationSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if srs_date = Wdatesauvegarde then

    	                                   move srs_idmembre to frs_idmembre
    	                                   move srs_idactivite to frs_idactivite
    	                                   move srs_idfamille to frs_idfamille
    	                                   move srs_saisonPrec to frs_saisonPrec
    	                                   move srs_idactivitePrec to frs_idactivitePrec
    	                                   move srs_dateLimite to frs_dateLimite
    	                                   move srs_statut to frs_statut
    	                                   move srs_dateStatut to frs_dateStatut
    	                                   move srs_idmembreSaison to frs_idmembreSaison

    	                                   write tamp_freservation
    	                                   end-write

    	                                   add 1 to WsauvLus

    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close freservation
    	           close freservationSauvegarde

    	           display "Reservations restaurees : "WsauvLus.


           RestaureRemplacements.

    	           open output fremplacement
    	           close fremplacement

    	           open I-O fremplacement
    	           open input fremplacementSauvegarde

    	           move Wdatesauvegarde to srp_date
    	           move 0 to srp_idactivite
    	           move 0 to srp_semaine
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvLus

    	           start fremplacementSauvegarde key is not less than
    	                 srp_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fremplacementSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if srp_date = Wdatesauvegarde then

    	                                   move srp_idactivite to fre_idactivite
    	                                   move srp_semaine to fre_semaine
    	                                   move srp_encadrantAbsent to fre_encadrantAbsent
    	                                   move srp_remplacant to fre_remplacant
    	                                   move srp_idremplacant to fre_idremplacant
    	                                   move srp_motif to fre_motif

    	                                   write tamp_fremplacement
    	                                   end-write

    	                                   add 1 to WsauvLus

    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fremplacement
    	           close fremplacementSauvegarde

    	           display "Remplacements restaures : "WsauvLus.


           RestaureIncidents.

    	           open output fincident
    	           close fincident

    	           open I-O fincident
    	           open input fincidentSauvegarde

    	           move Wdatesauvegarde to sic_date
    	           move 0 to sic_idactivite
    	           move 0 to sic_semaine
    	           move 0 to sic_numero
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvLus

    	           start fincidentSauvegarde key is not less than
    	                 sic_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fincidentSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sic_date = Wdatesauvegarde then

    	                                   move sic_idactivite to fic_idactivite
    	                                   move sic_semaine to fic_semaine
    	                                   move sic_numero to fic_numero
    	                                   move sic_idmembre to fic_idmembre
    	                                   move sic_nomMembre to fic_nomMembre
    	                                   move sic_prenomMembre to fic_prenomMembre
    	                                   move sic_dateNaissance to fic_dateNaissance
    	                                   move sic_telephone to fic_telephone
    	                                   move sic_adresse to fic_adresse
    	                                   move sic_idfamille to fic_idfamille
    	                                   move sic_saison to fic_saison
    	                                   move sic_dateIncident to fic_date
    	                                   move sic_type to fic_type
    	                                   move sic_nomActivite to fic_nomActivite
    	                                   move sic_jour to fic_jour
    	                                   move sic_heureD to fic_heureD
    	                                   move sic_heureF to fic_heureF
    	                                   move sic_idlieu to fic_idlieu
    	                                   move sic_encadrant to fic_encadrant
    	                                   move sic_idencadrant to fic_idencadrant
    	                                   move sic_present to fic_present
    	                                   move sic_description to fic_description
    	                                   move sic_gravite to fic_gravite
    	                                   move sic_secours to fic_secours
    	                                   move sic_temoins to fic_temoins
    	                                   move sic_statutAssurance to fic_statutAssurance
    	                                   move sic_dateDeclaration to fic_dateDeclaration

    	                                   write tamp_fincident
    	                                   end-write

    	                                   add 1 to WsauvLus

    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fincident
    	           close fincidentSauvegarde

    	           display "Incidents restaures : "WsauvLus.


           RestaureActivites.

    	           open output factivite
    	           close factivite

    	           open I-O factivite
    	           open input factiviteSauvegarde

    	           move Wdatesauvegarde to sa_date
    	           move 0 to sa_idactivite
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvLus

    	           start factiviteSauvegarde key is not less than
    	                 sa_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read factiviteSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sa_date = Wdatesauvegarde then

    	                                   move sa_idactivite to fa_idactivite
    	                                   move sa_nomActivite to fa_nomActivite
    	                                   move sa_encadrant to fa_encadrant
    	                                   move sa_nbparticipant
    	                                        to fa_nbparticipant
    	                                   move sa_jour to fa_jour
    	                                   move sa_semaine to fa_semaine
    	                                   move sa_semaineF to fa_semaineF
    	                                   move sa_exceptions to fa_exceptions
    	                                   move sa_heureD to fa_heureD
    	                                   move sa_heureF to fa_heureF
    	                                   move sa_type to fa_type
    	                                   move sa_idlieu to fa_idlieu
    	                                   move sa_idencadrant
    	                                        to fa_idencadrant

    	                                   write tamp_factivite
    	                                   end-write

    	                                   add 1 to WsauvLus

    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close factivite
    	           close factiviteSauvegarde

    	           display "Activites restaurees : "WsauvLus.


           RestaureTypes.

    	           open output ftype
    	           close ftype

    	           open I-O ftype
    	           open input ftypeSauvegarde

    	           move Wdatesauvegarde to st_date
    	           move spaces to st_type
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvLus

    	           start ftypeSauvegarde key is not less than
    	                 st_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read ftypeSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if st_date = Wdatesauvegarde then

    	                                   move st_type to ft_type
    	                                   move st_lieu to ft_lieu
    	                                   move st_materiel to ft_materiel
    	                                   move st_montantParticipation
    	                                        to ft_montantParticipation
    	                                   move st_gratuit to ft_gratuit
    	                                   move st_ageMin to ft_ageMin
    	                                   move st_ageMax to ft_ageMax
    	                                   move st_certificatRequis
    	                                        to ft_certificatRequis

    	                                   write tamp_ftype
    	                                   end-write

    	                                   add 1 to WsauvLus

    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close ftype
    	           close ftypeSauvegarde

    	           display "Types restaures : "WsauvLus.


           RestaureFamilles.

    	           open output ffamille
    	           close ffamille

    	           open I-O ffamille
    	           open input ffamilleSauvegarde

    	           move Wdatesauvegarde to sf_date
    	           move 0 to sf_idfamille
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvLus

    	           start ffamilleSauvegarde key is not less than
    	                 sf_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read ffamilleSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sf_date = Wdatesauvegarde then

    	                                   move sf_idfamille to ff_idfamille
    	                                   move sf_nomTuteur to ff_nomTuteur
    	                                   move sf_adresse to ff_adresse
    	                                   move sf_telephone to ff_telephone

    	                                   write tamp_ffamille
    	                                   end-write

    	                                   add 1 to WsauvLus

    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close ffamille
    	           close ffamilleSauvegarde

    	           display "Familles restaurees : "WsauvLus.


           RestaureAttentes.

    	           open output fattente
    	           close fattente

    	           open I-O fattente
    	           open input fattenteSauvegarde

    	           move Wdatesauvegarde to sl_date
    	           move 0 to sl_idmembre
    	           move 0 to sl_idactivite
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvLus

    	           start fattenteSauvegarde key is not less than
    	                 sl_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fattenteSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sl_date = Wdatesauvegarde then

    	                                   move sl_idmembre to fl_idmembre
    	                                   move sl_idactivite to fl_idactivite
    	                                   move sl_rang to fl_rang

    	                                   write tamp_fattente
    	                                   end-write

    	                                   add 1 to WsauvLus

    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fattente
    	           close fattenteSauvegarde

    	           display "Attentes restaurees : "WsauvLus.


           RestaurePresences.

    	           open output fpresence
    	           close fpresence

    	           open I-O fpresence
    	           open input fpresenceSauvegarde

    	           move Wdatesauvegarde to sp_date
    	           move 0 to sp_idactivite
    	           move 0 to sp_semaine
    	           move 0 to sp_idmembre
    	           move 0 to Wfin1
    	           move 0 to Wstop
    	           move 0 to WsauvLus

    	           start fpresenceSauvegarde key is not less than
    	                 sp_clesauvegarde

    	               invalid key
    	                   move 1 to Wfin1
    	               not invalid key

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstop = 1

    	                       read fpresenceSauvegarde next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if sp_date = Wdatesauvegarde then

    	                                   move sp_idactivite to fp_idactivite
    	                                   move sp_semaine to fp_semaine
    	                                   move sp_idmembre to fp_idmembre
    	                                   move sp_present to fp_present

    	                                   write tamp_fpresence
    	                                   end-write

    	                                   add 1 to WsauvLus

    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fpresence
    	           close fpresenceSauvegarde

    	           display "Presences restaurees : "WsauvLus.


           ConsultationArchives.

    	           display "Consultation des archives"
    	           display "Saisir l'annee de la saison a consulter (AAAA) : ?"
    	           accept Wsaison

    	           open input fmembreArchive

    	           move Wsaison to am_saison
    	           move 0 to am_idmembre

    	           start fmembreArchive key is not less than am_clearchive

    	               invalid key
    	                   display "Aucun membre archive pour cette saison"
    	               not invalid key

    	                   move 0 to Wfin
    	                   move 0 to Wstop

    	                   perform with test after until Wfin = 1
    	                                   or Wstop = 1

    	                       read fmembreArchive next

    	                           at end
    	                               move 1 to Wfin
    	                           not at end

    	                               if am_saison = Wsaison then
    	                                   display "Membre : "am_idmembre
    	                                         " "am_nom" "am_prenom
    	                                         " ("am_statut")"
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fmembreArchive

    	           open input factiviteArchive

    	           move Wsaison to aa_saison
    	           move 0 to aa_idactivite

    	           start factiviteArchive key is not less than aa_clearchive

    	               invalid key
    	                   display "Aucune activite archivee pour cette saison"
    	               not invalid key

    	                   move 0 to Wfin
    	                   move 0 to Wstop

    	                   perform with test after until Wfin = 1
    	                                   or Wstop = 1

    	                       read factiviteArchive next

    	                           at end
    	                               move 1 to Wfin
    	                           not at end

    	                               if aa_saison = Wsaison then
    	                                   display "Activite : "aa_idactivite
    	                                         " "aa_nomActivite
    	                                         " Encadrant: "aa_encadrant
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close factiviteArchive

    	           open input finscriptionArchive

    	           move Wsaison to ai_saison
    	           move 0 to ai_idmembre
    	           move 0 to ai_idactivite

    	           start finscriptionArchive key is not less than ai_clearchive

    	               invalid key
    	                   display "Aucune inscription archivee pour cette saison"
    	               not invalid key

    	                   move 0 to Wfin
    	                   move 0 to Wstop

    	                   perform with test after until Wfin = 1
    	                                   or Wstop = 1

    	                       read finscriptionArchive next

    	                           at end
    	                               move 1 to Wfin
    	                           not at end

    	                               if ai_saison = Wsaison then
    	                                   display "Inscription : Membre "ai_idmembre
    	                                         " Activite "ai_idactivite
    	                                         " Montant : "ai_montant
    	                                   if ai_paye = 1 then
    	                                       display "Paye le : "ai_datePaiement
    	                                   else
    	                                       display "Paye : Non"
    	                                   end-if
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close finscriptionArchive

    	           open input ftypeArchive

    	           move Wsaison to at_saison
    	           move spaces to at_type

    	           start ftypeArchive key is not less than at_clearchive

    	               invalid key
    	                   display "Aucun type archive pour cette saison"
    	               not invalid key

    	                   move 0 to Wfin
    	                   move 0 to Wstop

    	                   perform with test after until Wfin = 1
    	                                   or Wstop = 1

    	                       read ftypeArchive next

    	                           at end
    	                               move 1 to Wfin
    	                           not at end

    	                               if at_saison = Wsaison then
    	                                   display "Type : "at_type
    	                                         " Montant : "at_montantParticipation
    	                                         " Gratuit : "at_gratuit
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close ftypeArchive

    	           open input fdepenseArchive

    	           move Wsaison to ade_saison
    	           move 0 to ade_iddepense

    	           start fdepenseArchive key is not less than ade_clearchive

    	               invalid key
    	                   display "Aucune depense archivee pour cette saison"
    	               not invalid key

    	                   move 0 to Wfin
    	                   move 0 to Wstop

    	                   perform with test after until Wfin = 1
    	                                   or Wstop = 1

    	                       read fdepenseArchive next

    	                           at end
    	                               move 1 to Wfin
    	                           not at end

    	                               if ade_saison = Wsaison then
    	                                   display "Depense : "ade_iddepense
    	                                         " "ade_categorie
    	                                         " Montant : "ade_montant
    	                                         " ("ade_beneficiaire")"
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fdepenseArchive

    	           open input fresultatArchive

    	           move Wsaison to are_saison
    	           move 0 to are_ligne

    	           start fresultatArchive key is not less than are_clearchive

    	               invalid key
    	                   display "Aucun compte de resultat archive pour "
    	                           "cette saison"
    	               not invalid key

    	                   move 0 to Wfin
    	                   move 0 to Wstop

    	                   perform with test after until Wfin = 1
    	                                   or Wstop = 1

    	                       read fresultatArchive next

    	                           at end
    	                               move 1 to Wfin
    	                           not at end

    	                               if are_saison = Wsaison then
    	                                   display are_texte
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fresultatArchive.


           RapportFidelisation.

    	           display "----- Fidelisation et tendances multi-saisons "
    	                   "-----"
    	           display "Saisir la saison a analyser (AAAA) : ?"
    	           accept Wsaison

    	           compute WsaisonPrec = Wsaison - 1

    	           display "Comparaison des saisons "WsaisonPrec" et "
    	                   Wsaison

    	           perform BilanReinscriptions

    	           display " "
    	           display "Membres saison "WsaisonPrec"   : "
    	                   WnbMembresPrec
    	           display "Membres saison "Wsaison"   : "WnbMembresSaison
    	           display "Reinscrits             : "WnbReinscrits
    	           display "Nouveaux               : "WnbNouveaux
    	           display "Partis                 : "WnbPartis

    	           display " "
    	           display "--- Inscriptions et revenu par type ---"

    	           perform BilanTypesSaison.


           BilanReinscriptions.

    	           move 1 to Wix4

    	           perform with test after until Wix4 > 999
    	               move 0 to WstatutMembrePrec(Wix4)
    	               add 1 to Wix4
    	           end-perform

    	           move 0 to WnbMembresPrec
    	           move 0 to WnbMembresSaison
    	           move 0 to WnbReinscrits
    	           move 0 to WnbNouveaux
    	           move 0 to WnbPartis

    	           open input fmembreArchive

    	           move WsaisonPrec to am_saison
    	           move 0 to am_idmembre

    	           start fmembreArchive key is not less than am_clearchive

    	               invalid key
    	                   continue
    	               not invalid key

    	                   move 0 to Wfin
    	                   move 0 to Wstop

    	                   perform with test after until Wfin = 1
    	                                   or Wstop = 1

    	                       read fmembreArchive next

    	                           at end
    	                               move 1 to Wfin
    	                           not at end

    	                               if am_saison = WsaisonPrec then

    	                                   add 1 to WnbMembresPrec

    	                                   if am_idmembre > 0 then
    	                                       move 1 to WstatutMembrePrec
    	                                               (am_idmembre)
    	                                   end-if

    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fmembreArchive

    	           open input fmembreArchive

    	           move Wsaison to am_saison
    	           move 0 to am_idmembre

    	           start fmembreArchive key is not less than am_clearchive

    	               invalid key
    	                   continue
    	               not invalid key

    	                   move 0 to Wfin
    	                   move 0 to Wstop

    	                   perform with test after until Wfin = 1
    	                                   or Wstop = 1

    	                       read fmembreArchive next

    	                           at end
    	                               move 1 to Wfin
    	                           not at end

    	                               if am_saison = Wsaison then

    	                                   add 1 to WnbMembresSaison

    	                                   if am_idmembre > 0 and
    	                                      WstatutMembrePrec(am_idmembre)
    	                                      = 1 then
    	                                       add 1 to WnbReinscrits
    	                                       move 2 to WstatutMembrePrec
    	                                               (am_idmembre)
    	                                   else
    	                                       add 1 to WnbNouveaux
    	                                   end-if

    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close fmembreArchive

    	           move 1 to Wix4

    	           perform with test after until Wix4 > 999

    	               if WstatutMembrePrec(Wix4) = 1 then
    	                   add 1 to WnbPartis
    	               end-if

    	               add 1 to Wix4

    	           end-perform.


           BilanTypesSaison.

    	           move 0 to WnbTypesSaison

    	           move WsaisonPrec to WsaisonCible
    	           perform CollecteTypesSaison

    	           move Wsaison to WsaisonCible
    	           perform CollecteTypesSaison

    	           if WnbTypesSaison = 0 then

    	               display "Aucun type archive pour ces saisons"

    	           else

    	               move 1 to Wix5

    	               perform with test after until Wix5 > WnbTypesSaison

    	                   move WnomTypeSaison(Wix5) to Wtype

    	                   move WsaisonPrec to WsaisonCible
    	                   perform ComptageInscriptionsTypeArchive
    	                   move WnbInscType to WnbInscTypePrec
    	                   move WrevenuType to WrevenuTypePrec

    	                   move Wsaison to WsaisonCible
    	                   perform ComptageInscriptionsTypeArchive

    	                   display "Type : "Wtype
    	                   display "  Inscriptions : "WnbInscTypePrec
    	                           " -> "WnbInscType
    	                   display "  Revenu attendu : "WrevenuTypePrec
    	                           " -> "WrevenuType

    	                   if WnbInscType < WnbInscTypePrec then
    	                       display "  ACTIVITE EN BAISSE"
    	                   end-if

    	                   add 1 to Wix5

    	               end-perform

    	           end-if.


           CollecteTypesSaison.

    	           open input ftypeArchive

    	           move WsaisonCible to at_saison
    	           move spaces to at_type

    	           start ftypeArchive key is not less than at_clearchive

    	               invalid key
    	                   continue
    	               not invalid key

    	                   move 0 to Wfin
    	                   move 0 to Wstop

    	                   perform with test after until Wfin = 1
    	                                   or Wstop = 1

    	                       read ftypeArchive next

    	                           at end
    	                               move 1 to Wfin
    	                           not at end

    	                               if at_saison = WsaisonCible then
    	                                   perform AjouteTypeSaison
    	                               else
    	                                   move 1 to Wstop
    	                               end-if

    	                   end-perform

    	           end-start

    	           close ftypeArchive.


           AjouteTypeSaison.

    	           move 0 to WtypeDejaVu

    	           if WnbTypesSaison > 0 then

    	               move 1 to Wix5

    	               perform with test after until Wix5 > WnbTypesSaison

    	                   if WnomTypeSaison(Wix5) = at_type then
    	                       move 1 to WtypeDejaVu
    	                   end-if

    	                   add 1 to Wix5

    	               end-perform

    	           end-if

    	           if WtypeDejaVu = 0 then

    	               if WnbTypesSaison < 30 then
    	                   add 1 to WnbTypesSaison
    	                   move at_type to WnomTypeSaison(WnbTypesSaison)
    	               end-if

    	           end-if.


           ComptageInscriptionsTypeArchive.

    	           move 0 to WnbInscType
    	           move 0 to WrevenuType

    	           open input finscriptionArchive

    	           move WsaisonCible to ai_saison
    	           move 0 to ai_idmembre
    	           move 0 to ai_idactivite

    	           start finscriptionArchive key is not less than
    	                 ai_clearchive

    	               invalid key
    	                   continue
    	               not invalid key

    	                   move 0 to Wfin1
    	                   move 0 to Wstopp

    	                   perform with test after until Wfin1 = 1
    	                                   or Wstopp = 1

    	                       read finscriptionArchive next

    	                           at end
    	                               move 1 to Wfin1
    	                           not at end

    	                               if ai_saison = WsaisonCible then

    	                                   open input factiviteArchive

    	                                   move ai_saison to aa_saison
    	                                   move ai_idactivite
    	                                        to aa_idactivite

    	                                   read factiviteArchive

    	                                       invalid key
    	                                           move spaces to aa_type

    	                                   end-read

    	                                   close factiviteArchive

    	                                   if aa_type = Wtype then
    	                                       add 1 to WnbInscType
    	                                       add ai_montant to WrevenuType
    	                                   end-if

    	                               else
    	                                   move 1 to Wstopp
    	                               end-if

    	                   end-perform

    	           end-start

    	           close finscriptionArchive.


           CampagneReinscription.

                 display "Saison precedente a reconduire (AAAA) : ?"
                 accept WsaisonCampagne

                 accept WdateJourCampagne from date yyyymmdd

                 perform with test after
                         until WdateLimiteCampagne > WdateJourCampagne
                     display "Date limite de confirmation (AAAAMMJJ, "
                             "apres aujourd'hui) : ?"
                     accept WdateLimiteCampagne
                 end-perform

                 move 0 to WnbCampagne
                 move 0 to WnbIgnoresCampagne
                 move 0 to WnbReservesCampagne
                 move 0 to WnbCompletsCampagne
                 move 0 to WnbSansEquivalent

                 open input finscriptionArchive

                 move WsaisonCampagne to ai_saison
                 move 0 to ai_idmembre
                 move 0 to ai_idactivite

                 start finscriptionArchive
                       key is not less than ai_clearchive

                     invalid key
                         continue

                     not invalid key

                         move 0 to Wfin
                         move 0 to Wstop

                         perform with test after until Wfin = 1
                                         or Wstop = 1

                             read finscriptionArchive next

                                 at end
                                     move 1 to Wfin
                                 not at end

                                     if ai_saison = WsaisonCampagne then
                                         if WnbCampagne < 999 then
                                             add 1 to WnbCampagne
                                             move ai_idmembre
                                                  to WcaMembre(WnbCampagne)
                                             move ai_idactivite
                                                  to WcaActPrec(WnbCampagne)
                                             move 0
                                                  to WcaImprime(WnbCampagne)
                                         else
                                             add 1 to WnbIgnoresCampagne
                                         end-if
                                     else
                                         move 1 to Wstop
                                     end-if

                 end-start

                 close finscriptionArchive

                 if WnbIgnoresCampagne > 0 then
                     display "Attention : " WnbIgnoresCampagne
                             " inscription(s) archivee(s) au-dela de 999 "
                             "non reprise(s) dans la campagne"
                 end-if

                 if WnbCampagne = 0 then

                     display "Aucune inscription archivee pour la saison "
                             WsaisonCampagne

                 else

                     move 1 to WixCa

                     perform with test after until WixCa > WnbCampagne
                         perform CampagneLigne
                         add 1 to WixCa
                     end-perform

                     perform EditionFormulaires

                     display WnbReservesCampagne " place(s) reservee(s), "
                             WnbCompletsCampagne " activite(s) complete(s), "
                             WnbSansEquivalent " sans equivalent"
                     display "Formulaires dans reinscription.txt"

                     move "CAMPAGNE REINSCR" to WjournalOperation
                     move spaces to WjournalId
                     string WsaisonCampagne " " WdateLimiteCampagne
                            delimited by size into WjournalId
                     perform Journaliser

                 end-if.


           CampagneLigne.

                 move 0 to WcaFamille(WixCa)
                 move 0 to WcaActivite(WixCa)

                 open input fmembreArchive

                 move WsaisonCampagne to am_saison
                 move WcaMembre(WixCa) to am_idmembre

                 read fmembreArchive
                     not invalid key
                         move am_idfamille to WcaFamille(WixCa)
                 end-read

                 close fmembreArchive

                 move 0 to WactiviteEquivalente

                 open input factiviteArchive

                 move WsaisonCampagne to aa_saison
                 move WcaActPrec(WixCa) to aa_idactivite

                 read factiviteArchive

                     invalid key
                         move 0 to Wtrouve

                     not invalid key
                         move 1 to Wtrouve
                         move aa_type to WtypeCampagne
                         move aa_jour to WjourCampagne
                         move aa_heureD to WheureCampagne

                 end-read

                 close factiviteArchive

                 if Wtrouve = 1 then
                     perform RechercheActiviteEquivalente
                 end-if

                 if WactiviteEquivalente = 0 then

                     move 3 to WcaResultat(WixCa)
                     add 1 to WnbSansEquivalent

                 else

                     move WactiviteEquivalente to WcaActivite(WixCa)

                     open input freservation

                     move WcaMembre(WixCa) to frs_idmembre
                     move WactiviteEquivalente to frs_idactivite

                     read freservation

                         invalid key
                             move 0 to Wtrouve

                         not invalid key
                             move 1 to Wtrouve

                     end-read

                     close freservation

                     if Wtrouve = 1 then

                         move 4 to WcaResultat(WixCa)

                     else

                         move WactiviteEquivalente to Widactivite
                         move WcaMembre(WixCa) to Widmembre

                         perform nbInscritActivite
                         perform ComptageReservationsActivite

                         if WnbInscrits + WnbReserves >= WplacesCampagne
                         then

                             move 2 to WcaResultat(WixCa)
                             add 1 to WnbCompletsCampagne

                         else

                             open I-O freservation

                                 move WcaMembre(WixCa) to frs_idmembre
                                 move WactiviteEquivalente
                                      to frs_idactivite
                                 move WcaFamille(WixCa) to frs_idfamille
                                 move WsaisonCampagne to frs_saisonPrec
                                 move WcaActPrec(WixCa)
                                      to frs_idactivitePrec
                                 move WdateLimiteCampagne
                                      to frs_dateLimite
                                 move 0 to frs_statut
                                 move WdateJourCampagne to frs_dateStatut
                                 move 0 to frs_idmembreSaison

                                 write tamp_freservation
                             end-write

                             if cr_freservation = 00 then
                                 move 1 to WcaResultat(WixCa)
                                 add 1 to WnbReservesCampagne
                                 move "RESERVATION" to WjournalOperation
                                 move spaces to WjournalId
                                 string frs_idmembre frs_idactivite
                                        delimited by size into WjournalId
                                 perform Journaliser
                             else
                                 move 2 to WcaResultat(WixCa)
                                 add 1 to WnbCompletsCampagne
                             end-if

                             close freservation

                         end-if

                     end-if

                 end-if.


           RechercheActiviteEquivalente.

                 open input factivite

                 move WtypeCampagne to fa_type

                 start factivite key is = fa_type

                     invalid key
                         continue

                     not invalid key

                         move 0 to Wfin1
                         move 0 to Wstop

                         perform with test after until Wfin1 = 1
                                         or Wstop = 1

                             read factivite next

                                 at end
                                     move 1 to Wfin1
                                 not at end

                                     if fa_type = WtypeCampagne then
                                         if fa_jour = WjourCampagne
                                         and fa_heureD = WheureCampagne
                                         then
                                             move fa_idactivite
                                                  to WactiviteEquivalente
                                             move fa_nbparticipant
                                                  to WplacesCampagne
                                             move 1 to Wstop
                                         end-if
                                     else
                                         move 1 to Wstop
                                     end-if

                 end-start

                 close factivite.


           ComptageReservationsActivite.

                 move 0 to WnbReserves

                 open input freservation

                 move Widactivite to frs_idactivite

                 start freservation key is = frs_idactivite

                     invalid key
                         continue

                     not invalid key

                         move 0 to WfinReserve
                         move 0 to WstopReserve

                         perform with test after until WfinReserve = 1
                                         or WstopReserve = 1

                             read freservation next

                                 at end
                                     move 1 to WfinReserve
                                 not at end

                                     if frs_idactivite = Widactivite then
                                         if frs_statut = 0 then
                                             move 0 to WmemePersonne
                                             if frs_idmembre = Widmembre
                                             then
                                                 perform
                                                 ControleIdentiteReservation
                                             end-if
                                             if WmemePersonne = 0 then
                                                 add 1 to WnbReserves
                                             end-if
                                         end-if
                                     else
                                         move 1 to WstopReserve
                                     end-if

                         end-perform

                 end-start

                 close freservation.


           EditionFormulaires.

                 open output fformulaire

                 move 1 to WixCa

                 perform with test after until WixCa > WnbCampagne

                     if WcaImprime(WixCa) = 0 then
                         perform EditionFormulaireFamille
                     end-if

                     add 1 to WixCa

                 end-perform

                 close fformulaire.


           EditionFormulaireFamille.

                 move WcaFamille(WixCa) to WfamilleForm
                 move WcaMembre(WixCa) to WmembreForm

                 move spaces to formulaire-ligne
                 string "FORMULAIRE DE REINSCRIPTION - saison suivant "
                        WsaisonCampagne
                        delimited by size into formulaire-ligne
                 write formulaire-ligne

                 move spaces to formulaire-ligne

                 if WfamilleForm > 0 then

                     open input ffamille

                     move WfamilleForm to ff_idfamille

                     read ffamille

                         invalid key
                             string "Famille " WfamilleForm
                                    delimited by size into formulaire-ligne

                         not invalid key
                             string "Famille " WfamilleForm
                                    " - tuteur : " ff_nomTuteur
                                    " - " ff_telephone
                                    delimited by size into formulaire-ligne
                             write formulaire-ligne
                             move spaces to formulaire-ligne
                             string "Adresse : " ff_adresse
                                    delimited by size into formulaire-ligne

                     end-read

                     close ffamille

                 else

                     open input fmembreArchive

                     move WsaisonCampagne to am_saison
                     move WmembreForm to am_idmembre

                     read fmembreArchive
                         not invalid key
                             string "Adresse : " am_adresse
                                    " - " am_telephone
                                    delimited by size into formulaire-ligne
                     end-read

                     close fmembreArchive

                 end-if

                 write formulaire-ligne

                 move spaces to formulaire-ligne
                 write formulaire-ligne

                 move WixCa to WjxCa

                 perform with test after until WjxCa > WnbCampagne

                     if WcaImprime(WjxCa) = 0 then

                         if (WfamilleForm > 0
                             and WcaFamille(WjxCa) = WfamilleForm)
                         or (WfamilleForm = 0
                             and WcaFamille(WjxCa) = 0
                             and WcaMembre(WjxCa) = WmembreForm) then
                             perform EditionLigneFormulaire
                             move 1 to WcaImprime(WjxCa)
                         end-if

                     end-if

                     add 1 to WjxCa

                 end-perform

                 move spaces to formulaire-ligne
                 write formulaire-ligne

                 move spaces to formulaire-ligne
                 string "Places reservees jusqu'au " WdateLimiteCampagne
                        ", remise familiale appliquee a la confirmation"
                        delimited by size into formulaire-ligne
                 write formulaire-ligne

                 move spaces to formulaire-ligne
                 string "Signature : ______________________"
                        delimited by size into formulaire-ligne
                 write formulaire-ligne

                 move all "-" to formulaire-ligne
                 write formulaire-ligne.


           EditionLigneFormulaire.

                 open input fmembreArchive

                 move WsaisonCampagne to am_saison
                 move WcaMembre(WjxCa) to am_idmembre
                 move spaces to am_nom
                 move spaces to am_prenom

                 read fmembreArchive
                     invalid key
                         move "inconnu" to am_nom
                     not invalid key
                         continue
                 end-read

                 close fmembreArchive

                 open input factiviteArchive

                 move WsaisonCampagne to aa_saison
                 move WcaActPrec(WjxCa) to aa_idactivite
                 move spaces to aa_nomActivite

                 read factiviteArchive
                     invalid key
                         move "inconnue" to aa_nomActivite
                     not invalid key
                         continue
                 end-read

                 close factiviteArchive

                 move spaces to formulaire-ligne
                 string "Membre " WcaMembre(WjxCa) " " am_prenom " "
                        am_nom " - l'an dernier : " aa_nomActivite
                        delimited by size into formulaire-ligne
                 write formulaire-ligne

                 move spaces to formulaire-ligne

                 if WcaResultat(WjxCa) = 3 then
                     string "    Aucune activite equivalente cette saison"
                            delimited by size into formulaire-ligne
                 else

                     open input factivite

                     move WcaActivite(WjxCa) to fa_idactivite
                     move 1 to Wtrouve

                     read factivite
                         invalid key
                             move 0 to Wtrouve
                         not invalid key
                             continue
                     end-read

                     close factivite

                     if Wtrouve = 0 then

                         string "    " WcaActivite(WjxCa)
                                " : activite inconnue"
                                delimited by size into formulaire-ligne

                     else

                         move fa_type to Wtype
                         perform existeType

                         move 0 to Wmontant
                         if Wtrouve = 1 and ft_gratuit = 0 then
                             move ft_montantParticipation to Wmontant
                         end-if

                         if WcaResultat(WjxCa) = 2 then
                             string "    " fa_idactivite " " fa_nomActivite
                                    " : complete, inscription en liste "
                                    "d'attente possible"
                                    delimited by size into formulaire-ligne
                         else
                             string "    [ ] " fa_idactivite " "
                                    fa_nomActivite " "
                                    WnomJour(fa_jour) " " fa_heureD "h-"
                                    fa_heureF "h tarif " Wmontant
                                    " euros - place reservee"
                                    delimited by size into formulaire-ligne
                         end-if

                     end-if

                 end-if

                 write formulaire-ligne.


           ConfirmationReservation.

                 display "Identifiant du membre sur le formulaire : ?"
                 accept WidReserve

                 open input freservation

                 move WidReserve to frs_idmembre
                 move 0 to frs_idactivite

                 start freservation key is not less than frs_cle

                     invalid key
                         continue

                     not invalid key

                         move 0 to WfinReserve
                         move 0 to WstopReserve

                         perform with test after until WfinReserve = 1
                                         or WstopReserve = 1

                             read freservation next

                                 at end
                                     move 1 to WfinReserve
                                 not at end

                                     if frs_idmembre = WidReserve then
                                         perform AffichReservation
                                     else
                                         move 1 to WstopReserve
                                     end-if

                         end-perform

                 end-start

                 close freservation

                 display "Activite reservee a confirmer : ?"
                 accept WactiviteReserve

                 accept WdateJourCampagne from date yyyymmdd

                 move 0 to WreservationOk

                 open input freservation

                 move WidReserve to frs_idmembre
                 move WactiviteReserve to frs_idactivite

                 read freservation

                     invalid key
                         display "Aucune reservation pour ce membre et "
                                 "cette activite"

                     not invalid key

                         if frs_statut not = 0 then
                             display "Reservation deja confirmee ou "
                                     "liberee"
                         else
                             if frs_dateLimite < WdateJourCampagne then
                                 display "Date limite depassee, "
                                         "reservation non tenue"
                             else
                                 move 1 to WreservationOk
                                 move frs_saisonPrec to WsaisonCampagne
                             end-if
                         end-if

                 end-read

                 close freservation

                 if WreservationOk = 1 then
                     perform MembreSaisonReservation
                 end-if

                 if WreservationOk = 1 then
                     perform InscriptionReservation
                 end-if.


           AffichReservation.

                 if frs_statut = 0 then
                     move "en attente" to WstatutReserve
                 end-if

                 if frs_statut = 1 then
                     move "confirmee" to WstatutReserve
                 end-if

                 if frs_statut = 2 then
                     move "liberee" to WstatutReserve
                 end-if

                 display "Activite " frs_idactivite " : " WstatutReserve
                         " (limite " frs_dateLimite ")".


           MembreSaisonReservation.

                 open input fmembreArchive

                 move WsaisonCampagne to am_saison
                 move WidReserve to am_idmembre

                 read fmembreArchive
                     invalid key
                         move spaces to am_nom
                         move spaces to am_prenom
                 end-read

                 close fmembreArchive

                 move WidReserve to Widmembre
                 perform existeMembre

                 if Wtrouve = 1 then

                     if fm_nom not = am_nom or fm_prenom not = am_prenom
                     then

                         display "L'identifiant " WidReserve
                                 " est attribue a " fm_prenom " " fm_nom
                                 " cette saison"

                         move 0 to Wtrouve

                         perform with test after until Wtrouve = 1
                                         or Widmembre = 0
                             display "Identifiant actuel de " am_prenom
                                     " " am_nom " (0 pour abandonner) : ?"
                             accept Widmembre
                             if Widmembre not = 0 then
                                 perform existeMembre
                             end-if
                         end-perform

                         if Widmembre = 0 then
                             move 0 to WreservationOk
                         end-if

                     end-if

                 else

                     open I-O fmembre

                         move WidReserve to fm_idmembre
                         move am_nom to fm_nom
                         move am_prenom to fm_prenom
                         move am_telephone to fm_telephone
                         move am_adresse to fm_adresse
                         move am_statut to fm_statut
                         move am_idfamille to fm_idfamille
                         move am_secret to fm_secret
                         move am_dateNaissance to fm_dateNaissance

                         write tamp_fmembre
                     end-write

                     if cr_fmembre = 00 then
                         display "Fiche membre reprise de la saison "
                                 WsaisonCampagne
                         move "AJOUT MEMBRE" to WjournalOperation
                         move WidReserve to WjournalId
                         perform Journaliser
                     else
                         display "Fiche membre non recreee"
                         move 0 to WreservationOk
                     end-if

                     close fmembre

                 end-if

                 if WreservationOk = 1 then
                     perform RepriseCertificatArchive
                     perform RepriseEncadrantArchive
                 end-if

                 move Widmembre to WidMembreSaison.


           RepriseCertificatArchive.

                 open input fcertificatArchive

                 move WsaisonCampagne to ace_saison
                 move WidReserve to ace_idmembre

                 read fcertificatArchive

                     invalid key
                         continue

                     not invalid key

                         open I-O fcertificat

                         move Widmembre to fce_idmembre

                         read fcertificat

                             invalid key

                                 move Widmembre to fce_idmembre
                                 move ace_numLicence to fce_numLicence
                                 move ace_saisonLicence
                                      to fce_saisonLicence
                                 move ace_dateCertificat
                                      to fce_dateCertificat
                                 move ace_dateExpiration
                                      to fce_dateExpiration

                                 write tamp_fcertificat
                                 end-write

                                 display "Certificat repris de la saison "
                                         WsaisonCampagne

                                 move "REPRISE CERTIFICAT"
                                      to WjournalOperation
                                 move spaces to WjournalId
                                 string WidReserve " > " Widmembre
                                        delimited by size into WjournalId
                                 perform Journaliser

                         end-read

                         close fcertificat

                 end-read

                 close fcertificatArchive.


           RepriseEncadrantArchive.

                 open input fencadrantArchive

                 move WsaisonCampagne to aen_saison
                 move WidReserve to aen_idmembre

                 read fencadrantArchive

                     invalid key
                         continue

                     not invalid key

                         open I-O fencadrant

                         move Widmembre to fen_idmembre

                         read fencadrant

                             invalid key

                                 move Widmembre to fen_idmembre
                                 move aen_secourisme to fen_secourisme
                                 move aen_secourismeExpiration
                                      to fen_secourismeExpiration
                                 move aen_qualifications
                                      to fen_qualifications

                                 write tamp_fencadrant
                                 end-write

                                 display "Qualifications d'encadrant "
                                         "reprises de la saison "
                                         WsaisonCampagne

                                 move "REPRISE ENCADRANT"
                                      to WjournalOperation
                                 move spaces to WjournalId
                                 string WidReserve " > " Widmembre
                                        delimited by size into WjournalId
                                 perform Journaliser

                         end-read

                         close fencadrant

                 end-read

                 close fencadrantArchive.


           InscriptionReservation.

                 move WidMembreSaison to Widmembre
                 move WactiviteReserve to Widactivite

                 perform MembreInscrit

                 if Winscrit = 1 then

                     display "Membre deja inscrit a cette activite"
                     perform MarquerReservationConfirmee

                 else

                     perform existeActivite
                     perform existeMembre

                     perform VerifEligibiliteInscription

                     if Weligible = 0 then

                         display "Inscription refusee, la reservation "
                                 "reste en attente"

                     else

                         move fa_type to WactiviteType

                         perform VerifConflitHoraireMembre

                         if Wconflit = 1 then

                             display "Conflit d'horaire : membre deja "
                                     "inscrit sur ce creneau"

                         else

                             move WactiviteType to Wtype
                             perform existeType

                             move 0 to Wmontant
                             if Wtrouve = 1 and ft_gratuit = 0 then
                                 move ft_montantParticipation to Wmontant
                             end-if

                             if Wmontant > 0 then
                                 perform RemiseFamiliale
                             end-if

                             open I-O finscription

                                 move Widmembre to fi_idmembre
                                 move Widactivite to fi_idactivite
                                 move 0 to fi_paye
                                 move Wmontant to fi_montant
                                 move 0 to fi_datePaiement

                                 write tamp_finscription
                             end-write

                             close finscription

                             if cr_finscription = 00 then
                                 display "Reinscription confirmee, "
                                         "montant du : " Wmontant
                                 move "AJOUT INSCRIPTION"
                                      to WjournalOperation
                                 move spaces to WjournalId
                                 string Widmembre Widactivite
                                        delimited by size into WjournalId
                                 perform Journaliser
                                 perform SupprimeAttenteMembreActivite
                                 perform MarquerReservationConfirmee
                             else
                                 display "Inscription non reussie"
                             end-if

                         end-if

                     end-if

                 end-if.


           MarquerReservationMembre.

                 move 0 to WmemePersonne

                 open input freservation

                 move Widmembre to frs_idmembre
                 move Widactivite to frs_idactivite

                 read freservation

                     invalid key
                         continue

                     not invalid key
                         if frs_statut = 0 then
                             perform ControleIdentiteReservation
                         end-if

                 end-read

                 close freservation

                 if WmemePersonne = 1 then
                     move Widmembre to WidReserve
                     move Widactivite to WactiviteReserve
                     move Widmembre to WidMembreSaison
                     perform MarquerReservationConfirmee
                 end-if.


           ControleIdentiteReservation.

                 move 0 to WmemePersonne

                 open input fmembreArchive

                 move frs_saisonPrec to am_saison
                 move frs_idmembre to am_idmembre

                 read fmembreArchive

                     invalid key
                         continue

                     not invalid key

                         open input fmembre

                         move frs_idmembre to fm_idmembre

                         read fmembre
                             invalid key
                                 continue
                             not invalid key
                                 if fm_nom = am_nom
                                 and fm_prenom = am_prenom then
                                     move 1 to WmemePersonne
                                 end-if
                         end-read

                         close fmembre

                 end-read

                 close fmembreArchive.


           MarquerReservationConfirmee.

                 accept WdateJourCampagne from date yyyymmdd

                 open I-O freservation

                 move WidReserve to frs_idmembre
                 move WactiviteReserve to frs_idactivite

                 read freservation

                     invalid key
                         continue

                     not invalid key

                         if frs_statut = 0 then

                             move 1 to frs_statut
                             move WdateJourCampagne to frs_dateStatut
                             move WidMembreSaison to frs_idmembreSaison

                             rewrite tamp_freservation
                             end-rewrite

                             move "CONFIRM RESERVATION"
                                  to WjournalOperation
                             move spaces to WjournalId
                             string frs_idmembre frs_idactivite
                                    delimited by size into WjournalId
                             perform Journaliser

                         end-if

                 end-read

                 close freservation.


           LiberationReservations.

                 accept WdateJourCampagne from date yyyymmdd

                 move 0 to WnbLiberees
                 move 0 to WnbActLiberees

                 open I-O freservation

                 move 0 to WfinReserve

                 perform with test after until WfinReserve = 1

                     read freservation next

                         at end
                             move 1 to WfinReserve
                         not at end

                             if frs_statut = 0
                             and frs_dateLimite < WdateJourCampagne then

                                 move 2 to frs_statut
                                 move WdateJourCampagne to frs_dateStatut

                                 rewrite tamp_freservation
                                 end-rewrite

                                 add 1 to WnbLiberees

                                 move "LIBERATION RESERV"
                                      to WjournalOperation
                                 move spaces to WjournalId
                                 string frs_idmembre frs_idactivite
                                        delimited by size into WjournalId
                                 perform Journaliser

                                 perform CumulActiviteLiberee

                             end-if

                     end-read

                 end-perform

                 close freservation

                 move 0 to WnbPromusReserve

                 if WnbActLiberees > 0 then

                     move 1 to WixLib

                     perform with test after until WixLib > WnbActLiberees

                         move WlibActivite(WixLib) to Widactivite

                         perform with test after
                                 until WlibPlaces(WixLib) = 0

                             perform PromotionListeAttente

                             if WattentePromue = 1 then
                                 add 1 to WnbPromusReserve
                                 subtract 1 from WlibPlaces(WixLib)
                             else
                                 move 0 to WlibPlaces(WixLib)
                             end-if

                         end-perform

                         add 1 to WixLib

                     end-perform

                 end-if

                 display WnbLiberees " reservation(s) liberee(s), "
                         WnbPromusReserve " place(s) attribuee(s) "
                         "sur liste d'attente".


           CumulActiviteLiberee.

                 move 0 to WlibTrouvee

                 if WnbActLiberees > 0 then

                     move 1 to WixLib

                     perform with test after until WixLib > WnbActLiberees

                         if WlibActivite(WixLib) = frs_idactivite then
                             add 1 to WlibPlaces(WixLib)
                             move 1 to WlibTrouvee
                         end-if

                         add 1 to WixLib

                     end-perform

                 end-if

                 if WlibTrouvee = 0 and WnbActLiberees < 300 then
                     add 1 to WnbActLiberees
                     move frs_idactivite to WlibActivite(WnbActLiberees)
                     move 1 to WlibPlaces(WnbActLiberees)
                 end-if.


           RapportCampagne.

                 open output fcampagne

                 move spaces to campagne-ligne
                 string "Campagne de reinscription : etat par activite"
                        delimited by size into campagne-ligne
                 write campagne-ligne

                 move spaces to campagne-ligne
                 string "Activite             Confirmees En attente "
                        "Liberees"
                        delimited by size into campagne-ligne
                 write campagne-ligne

                 move 0 to WtotConfirmees
                 move 0 to WtotEnAttente
                 move 0 to WtotLiberees

                 open input factivite

                 move 0 to Wfin

                 perform with test after until Wfin = 1

                     read factivite next

                         at end
                             move 1 to Wfin
                         not at end
                             perform RapportCampagneActivite

                     end-read

                 end-perform

                 close factivite

                 move spaces to campagne-ligne
                 string "TOTAL                " WtotConfirmees
                        "      " WtotEnAttente "      " WtotLiberees
                        delimited by size into campagne-ligne
                 write campagne-ligne

                 close fcampagne

                 display "Confirmees : " WtotConfirmees
                         " En attente : " WtotEnAttente
                         " Liberees : " WtotLiberees
                 display "Detail dans campagneReinscription.txt".


           RapportCampagneActivite.

                 move 0 to WnbConfirmees
                 move 0 to WnbEnAttente
                 move 0 to WnbLibereesAct

                 open input freservation

                 move fa_idactivite to frs_idactivite

                 start freservation key is = frs_idactivite

                     invalid key
                         continue

                     not invalid key

                         move 0 to WfinReserve
                         move 0 to WstopReserve

                         perform with test after until WfinReserve = 1
                                         or WstopReserve = 1

                             read freservation next

                                 at end
                                     move 1 to WfinReserve
                                 not at end

                                     if frs_idactivite = fa_idactivite then

                                         if frs_statut = 0 then
                                             add 1 to WnbEnAttente
                                         end-if

                                         if frs_statut = 1 then
                                             add 1 to WnbConfirmees
                                         end-if

                                         if frs_statut = 2 then
                                             add 1 to WnbLibereesAct
                                         end-if

                                     else
                                         move 1 to WstopReserve
                                     end-if

                         end-perform

                 end-start

                 close freservation

                 if WnbConfirmees + WnbEnAttente + WnbLibereesAct > 0 then

                     move spaces to campagne-ligne
                     string fa_idactivite " " fa_nomActivite "  "
                            WnbConfirmees "        " WnbEnAttente
                            "        " WnbLibereesAct
                            delimited by size into campagne-ligne
                     write campagne-ligne

                     add WnbConfirmees to WtotConfirmees
                     add WnbEnAttente to WtotEnAttente
                     add WnbLibereesAct to WtotLiberees

                 end-if.


           Journaliser.

    	           accept Wjournaldate from date yyyymmdd
    	           accept Wjournalheure from time

    	           open extend fjournal

    	           if cr_fjournal = 35 then
    	               open output fjournal
    	           end-if

    	           string Wjournaldate " " Wjournalheure " " WjournalRole
    	                  " " WjournalOperation " " WjournalId
    	                  " PAR " WmembreConnecte
    	                  delimited by size into journal-ligne

    	           write journal-ligne

    	           close fjournal.




              affichageInscription.
                 open input finscription

                 move 0 to Wfin 

                 perform with test after until Wfin = 1 
                       
                       read finscription
                          
                          at end 
                                move 1 to Wfin
                          not at end
			                display "Membre : "fi_idmembre
			                display "Activite : "fi_idactivite
			                display "Montant du : "fi_montant
			                move fi_idmembre to Widmembre
			                move fi_idactivite to Widactivite
			                perform CalculSoldeInscription
			                display "Deja verse : "WtotalVerse
			                if WsoldeInscription = 0
			                    display "Solde le : "fi_datePaiement
			                else
			                    display "Reste a payer : "WsoldeInscription
			                end-if
				        display "---------------"
                       end-read
                            
                 end-perform.
              
                 close finscription. 
                 
              MembreInscrit.
                 open input finscription

                 move 0 to Winscrit
                 
                 move Widmembre to fi_idmembre
                 move Widactivite to fi_idactivite
                 
                 read finscription
                    
                    key is fi_idinscription
                    
                    invalid key
                    	move 0 to Winscrit
                    not invalid key
                 	move 1 to Winscrit
                 	
                 end-read

                 close finscription.


               EnregistrerPaiement.

                  move 0 to Wtrouve

                  perform with test after until Wtrouve = 1
                      display "Quel membre : ?"
                      accept Widmembre

                      perform existeMembre
                  end-perform

                  move 0 to Wtrouve

                  perform with test after until Wtrouve = 1
                      display "Quelle activite : ?"
                      accept Widactivite

                      perform existeActivite
                  end-perform

                  perform MembreInscrit

                  if Winscrit = 1 then

                      open input finscription

                      move Widmembre to fi_idmembre
                      move Widactivite to fi_idactivite

                      read finscription
                          key is fi_idinscription

                          invalid key
                              continue

                      end-read

                      close finscription

                      perform CalculSoldeInscription

                      if WsoldeInscription = 0 then

                          display "Inscription deja reglee en totalite"

                      else

                          accept Wdatepaiement from date yyyymmdd

                          move Wdatepaiement to WdateControle
                          perform VerifPeriodeCloturee

                          if WperiodeCloturee = 1 then

                              display "Periode comptable close, "
                                      "paiement refuse"

                          else

                              display "Montant du inscription : "fi_montant
                              display "Deja verse : "WtotalVerse
                              display "Reste a payer : "WsoldeInscription

                              perform with test after until WmontantRecu > 0
                                      and WmontantRecu <= WsoldeInscription
                                  display "Montant recu : ?"
                                  accept WmontantRecu
                              end-perform

                              perform SaisieModePaiement

                              perform ProchainNumeroRecu

                              open I-O fpaiement

                                  move WnumRecu to fpa_numrecu
                                  move Widmembre to fpa_idmembre
                                  move Widactivite to fpa_idactivite
                                  move Wdatepaiement to fpa_datePaiement
                                  move WmontantRecu to fpa_montant
                                  move 0 to fpa_retrait
                                  move WmodePaiement to fpa_modePaiement
                                  move WnumCheque to fpa_numCheque
                                  move Wbanque to fpa_banque
                                  move 0 to fpa_numBordereau
                                  move 0 to fpa_rapproche

                                  write tamp_fpaiement
                              end-write

                              if cr_fpaiement = 00 then
                                  move 1 to Wcheck
                              else
                                  display "Paiement non enregistre"
                                  move 0 to Wcheck
                              end-if

                              close fpaiement

                              if Wcheck = 1 then

                                  compute WsoldeInscription =
                                          WsoldeInscription - WmontantRecu

                                  if WsoldeInscription = 0 then
                                      perform SoldeInscriptionRegle
                                      display "Paiement enregistre, "
                                              "inscription soldee"
                                  else
                                      display "Versement partiel "
                                              "enregistre, reste a payer : "
                                              WsoldeInscription
                                  end-if

                                  move "PAIEMENT" to WjournalOperation
                                  move spaces to WjournalId
                                  string Widmembre Widactivite
                                         delimited by size into WjournalId
                                  perform Journaliser

                                  perform EditionRecu

                              end-if

                          end-if

                      end-if

                  else
                      display "Aucune inscription de ce membre a cette activite"
                  end-if.


               SommePaiementsInscription.

                  open input fpaiement

                  move 0 to WtotalVerse
                  move 0 to WfinPaiement
                  move 0 to WstopPaiement

                  move Widmembre to fpa_idmembre

                  start fpaiement key is = fpa_idmembre

                      invalid key
                          move 1 to WfinPaiement

                      not invalid key

                          perform with test after until WfinPaiement = 1
                                          or WstopPaiement = 1

                              read fpaiement next

                                  at end
                                      move 1 to WfinPaiement
                                  not at end

                                      if fpa_idmembre = Widmembre then

                                          if fpa_idactivite = Widactivite
                                          and fpa_retrait = 0 then
                                              add fpa_montant to WtotalVerse
                                          end-if

                                      else
                                          move 1 to WstopPaiement
                                      end-if

                          end-perform

                  end-start

                  close fpaiement

                  open input fremboursement

                  move 0 to WtotalAvoirEmis
                  move 0 to WfinAvoir
                  move 0 to WstopAvoir

                  move Widmembre to frb_idmembre

                  start fremboursement key is = frb_idmembre

                      invalid key
                          move 1 to WfinAvoir

                      not invalid key

                          perform with test after until WfinAvoir = 1
                                          or WstopAvoir = 1

                              read fremboursement next

                                  at end
                                      move 1 to WfinAvoir
                                  not at end

                                      if frb_idmembre = Widmembre then

                                          if frb_mode = 2
                                          and frb_idactiviteReport =
                                              Widactivite
                                          and (frb_cloture = 0
                                               or frb_cloture = 2) then
                                              add frb_montant to WtotalVerse
                                          end-if

                                          if frb_idactivite = Widactivite
                                          and (frb_cloture = 0
                                               or frb_cloture = 1) then
                                              add frb_montant
                                                  to WtotalAvoirEmis
                                          end-if

                                      else
                                          move 1 to WstopAvoir
                                      end-if

                          end-perform

                  end-start

                  close fremboursement

                  if WtotalAvoirEmis >= WtotalVerse then
                      move 0 to WtotalVerse
                  else
                      subtract WtotalAvoirEmis from WtotalVerse
                  end-if.


               CalculSoldeInscription.

                  perform SommePaiementsInscription

                  if fi_paye = 1 then
                      move 0 to WsoldeInscription
                  else

                      if WtotalVerse >= fi_montant then
                          move 0 to WsoldeInscription
                      else
                          compute WsoldeInscription =
                                  fi_montant - WtotalVerse
                      end-if

                  end-if.


               SoldeInscriptionRegle.

                  open I-O finscription

                  move Widmembre to fi_idmembre
                  move Widactivite to fi_idactivite

                  read finscription
                      key is fi_idinscription

                      invalid key
                          continue

                      not invalid key

                          move 1 to fi_paye
                          move Wdatepaiement to fi_datePaiement

                          rewrite tamp_finscription
                          end-rewrite

                  end-read

                  close finscription.


               ProchainNumeroRecu.

                  move 0 to WnumRecu

                  open input fnumrecu

                  if cr_fnumrecu = 00 then

                      read fnumrecu

                          at end
                              move 0 to WnumRecu
                          not at end
                              move numrecu-ligne to WnumRecu

                      end-read

                      close fnumrecu

                  end-if

                  add 1 to WnumRecu

                  open output fnumrecu

                  move WnumRecu to numrecu-ligne

                  write numrecu-ligne

                  close fnumrecu.


               EditionRecu.

                  open input fmembre

                  move Widmembre to fm_idmembre

                  read fmembre
                      not invalid key
                          continue
                  end-read

                  close fmembre

                  open input factivite

                  move Widactivite to fa_idactivite

                  read factivite
                      not invalid key
                          continue
                  end-read

                  close factivite

                  open extend frecu

                  if cr_frecu = 35 then
                      open output frecu
                  end-if

                  move spaces to recu-ligne
                  string "Recu no " WnumRecu
                         delimited by size into recu-ligne
                  write recu-ligne

                  move spaces to recu-ligne
                  string "Membre : " fm_nom " " fm_prenom
                         delimited by size into recu-ligne
                  write recu-ligne

                  move spaces to recu-ligne
                  string "Adresse : " fm_adresse
                         delimited by size into recu-ligne
                  write recu-ligne

                  move spaces to recu-ligne
                  string "Activite : " fa_nomActivite
                         delimited by size into recu-ligne
                  write recu-ligne

                  move spaces to recu-ligne
                  string "Montant recu : " WmontantRecu
                         " euros le " Wdatepaiement
                         delimited by size into recu-ligne
                  write recu-ligne

                  perform LibelleModePaiement

                  move spaces to recu-ligne

                  if WmodePaiement = 2 or WmodePaiement = 4 then
                      string "Mode de paiement : " WlibelleMode
                             " no " WnumCheque " " Wbanque
                             delimited by size into recu-ligne
                  else
                      string "Mode de paiement : " WlibelleMode
                             delimited by size into recu-ligne
                  end-if

                  write recu-ligne

                  move spaces to recu-ligne
                  string "Reste du sur l'inscription : "
                         WsoldeInscription " euros"
                         delimited by size into recu-ligne
                  write recu-ligne

                  move spaces to recu-ligne
                  write recu-ligne

                  close frecu

                  display "Recu no "WnumRecu" imprime dans recu.txt".


               SaisieModePaiement.

                  move 0 to WmodePaiement
                  move spaces to WnumCheque
                  move spaces to Wbanque

                  perform with test after until WmodePaiement >= 1
                                  and WmodePaiement <= 4
                      display "Mode de paiement : 1 especes, 2 cheque, "
                              "3 virement, 4 cheques vacances : ?"
                      accept WmodePaiement
                  end-perform

                  if WmodePaiement = 2 then

                      perform with test after until WnumCheque not = spaces
                          display "Numero du cheque : ?"
                          accept WnumCheque
                      end-perform

                      perform with test after until Wbanque not = spaces
                          display "Banque emettrice : ?"
                          accept Wbanque
                      end-perform

                  end-if

                  if WmodePaiement = 4 then
                      display "Numero(s) des cheques vacances : ?"
                      accept WnumCheque
                  end-if.


               LibelleModePaiement.

                  move "non renseigne" to WlibelleMode

                  if WmodePaiement = 1 then
                      move "especes" to WlibelleMode
                  end-if

                  if WmodePaiement = 2 then
                      move "cheque" to WlibelleMode
                  end-if

                  if WmodePaiement = 3 then
                      move "virement" to WlibelleMode
                  end-if

                  if WmodePaiement = 4 then
                      move "cheques vacances" to WlibelleMode
                  end-if.


               CalculJourJulien.

                  divide WdateCalcul by 10000 giving WanCalcul
                         remainder WmmjjCalcul

                  divide WmmjjCalcul by 100 giving WmoisCalcul
                         remainder WjourCalcul

                  if WmoisCalcul < 3 then
                      move 1 to WjulA
                  else
                      move 0 to WjulA
                  end-if

                  compute WjulY = WanCalcul + 4800 - WjulA
                  compute WjulM = WmoisCalcul + 12 * WjulA - 3

                  compute WjulQ1 = (153 * WjulM + 2) / 5
                  compute WjulQ2 = WjulY / 4
                  compute WjulQ3 = WjulY / 100
                  compute WjulQ4 = WjulY / 400

                  compute WjourJulien = WjourCalcul + WjulQ1
                          + 365 * WjulY + WjulQ2 - WjulQ3 + WjulQ4
                          - 32045.


               ProchainNumeroBordereau.

                  move 0 to WnumBordereau

                  open input fnumbordereau

                  if cr_fnumbordereau = 00 then

                      read fnumbordereau

                          at end
                              move 0 to WnumBordereau
                          not at end
                              move numbordereau-ligne to WnumBordereau

                      end-read

                      close fnumbordereau

                  end-if

                  add 1 to WnumBordereau

                  open output fnumbordereau

                  move WnumBordereau to numbordereau-ligne

                  write numbordereau-ligne

                  close fnumbordereau.


               RemiseEnBanque.

                  move 0 to WmodePaiement

                  perform with test after until WmodePaiement = 1
                                  or WmodePaiement = 2
                                  or WmodePaiement = 4
                      display "Remise de : 1 especes, 2 cheques, "
                              "4 cheques vacances : ?"
                      accept WmodePaiement
                  end-perform

                  perform LibelleModePaiement

                  move 0 to WnbRemis
                  move 0 to WtotalRemis
                  move 0 to Wfin

                  open input fpaiement

                  perform with test after until Wfin = 1

                      read fpaiement next

                          at end
                              move 1 to Wfin
                          not at end

                              if fpa_modePaiement = WmodePaiement
                              and fpa_numBordereau = 0 then
                                  add 1 to WnbRemis
                                  add fpa_montant to WtotalRemis
                              end-if

                      end-read

                  end-perform

                  close fpaiement

                  if WnbRemis = 0 then

                      display "Aucun paiement en " WlibelleMode
                              " en attente de remise"

                  else

                      accept WdateJour from date yyyymmdd

                      perform ProchainNumeroBordereau

                      perform EditionBordereau

                      open I-O fbordereau

                      move WnumBordereau to fbo_numBordereau
                      move WdateJour to fbo_date
                      move WmodePaiement to fbo_modePaiement
                      move WnbRemis to fbo_nbPaiements
                      move WtotalRemis to fbo_montant
                      move 0 to fbo_rapproche
                      move 0 to fbo_dateReleve

                      write tamp_fbordereau
                      end-write

                      if cr_fbordereau not = 00 then
                          display "Bordereau non enregistre"
                      end-if

                      close fbordereau

                      move "REMISE BANQUE" to WjournalOperation
                      move spaces to WjournalId
                      string WnumBordereau " " WtotalRemis
                             delimited by size into WjournalId
                      perform Journaliser

                      display "Bordereau no " WnumBordereau " : "
                              WnbRemis " paiement(s), total "
                              WtotalRemis " euros"
                      display "Bordereau imprime dans remiseBanque.txt"

                  end-if.


               EditionBordereau.

                  open extend fremise

                  if cr_fremise = 35 then
                      open output fremise
                  end-if

                  move spaces to remise-ligne
                  string "Bordereau de remise en banque no " WnumBordereau
                         " du " WdateJour
                         delimited by size into remise-ligne
                  write remise-ligne

                  move spaces to remise-ligne
                  string "Nature de la remise : " WlibelleMode
                         delimited by size into remise-ligne
                  write remise-ligne

                  move spaces to remise-ligne
                  write remise-ligne

                  move 0 to WnbRemis
                  move 0 to WtotalRemis
                  move 0 to Wfin

                  open I-O fpaiement

                  perform with test after until Wfin = 1

                      read fpaiement next

                          at end
                              move 1 to Wfin
                          not at end

                              if fpa_modePaiement = WmodePaiement
                              and fpa_numBordereau = 0 then

                                  move WnumBordereau to fpa_numBordereau

                                  rewrite tamp_fpaiement
                                  end-rewrite

                                  add 1 to WnbRemis
                                  add fpa_montant to WtotalRemis

                                  move spaces to remise-ligne

                                  if WmodePaiement = 1 then
                                      string "Recu " fpa_numrecu
                                             "  membre " fpa_idmembre
                                             "  montant " fpa_montant
                                             delimited by size
                                             into remise-ligne
                                  else
                                      string "Recu " fpa_numrecu
                                             "  no " fpa_numCheque
                                             "  " fpa_banque
                                             "  montant " fpa_montant
                                             delimited by size
                                             into remise-ligne
                                  end-if

                                  write remise-ligne

                              end-if

                      end-read

                  end-perform

                  close fpaiement

                  move spaces to remise-ligne
                  write remise-ligne

                  move spaces to remise-ligne
                  string "Nombre de paiements : " WnbRemis
                         "   Total de la remise : " WtotalRemis " euros"
                         delimited by size into remise-ligne
                  write remise-ligne

                  move spaces to remise-ligne
                  write remise-ligne

                  close fremise.


               affichageBordereaux.

                  open input fbordereau

                  move 0 to Wfin

                  perform with test after until Wfin = 1

                      read fbordereau next

                          at end
                              move 1 to Wfin
                          not at end

                              move fbo_modePaiement to WmodePaiement
                              perform LibelleModePaiement

                              display "Bordereau " fbo_numBordereau
                                      " du " fbo_date " "
                                      WlibelleMode " "
                                      fbo_nbPaiements " paiement(s) "
                                      fbo_montant " euros"

                              if fbo_rapproche = 1 then
                                  display "    rapproche (releve du "
                                          fbo_dateReleve ")"
                              else
                                  display "    non rapproche"
                              end-if

                      end-read

                  end-perform

                  close fbordereau.


               RapprochementBancaire.

                  move 0 to WdelaiRemise

                  perform with test after until WdelaiRemise > 0
                      display "Delai maximal de remise en banque "
                              "(en jours) : ?"
                      accept WdelaiRemise
                  end-perform

                  open input freleve

                  if cr_freleve not = 00 then

                      display "Fichier releveBancaire.csv introuvable"

                  else

                      move 0 to WnbLignesReleve
                      move 0 to WnbRapprochees
                      move 0 to WnbNonRapprochees
                      move 0 to WnbIgnorees
                      move 0 to WnbEnSouffrance

                      accept WdateJour from date yyyymmdd

                      open output frapprochement

                      move spaces to rapprochement-ligne
                      string "Rapprochement bancaire du " WdateJour
                             delimited by size into rapprochement-ligne
                      write rapprochement-ligne

                      move spaces to rapprochement-ligne
                      write rapprochement-ligne

                      move spaces to rapprochement-ligne
                      string "Lignes du releve :"
                             delimited by size into rapprochement-ligne
                      write rapprochement-ligne

                      move 0 to Wfin

                      perform with test after until Wfin = 1

                          read freleve

                              at end
                                  move 1 to Wfin
                              not at end

                                  perform RapprochementLigne

                          end-read

                      end-perform

                      close freleve

                      perform BordereauxNonRapproches

                      perform VirementsNonRapproches

                      perform PaiementsNonRemis

                      move spaces to rapprochement-ligne
                      write rapprochement-ligne

                      move spaces to rapprochement-ligne
                      string "Lignes rapprochees : " WnbRapprochees
                             "   non rapprochees : " WnbNonRapprochees
                             "   ignorees : " WnbIgnorees
                             delimited by size into rapprochement-ligne
                      write rapprochement-ligne

                      move spaces to rapprochement-ligne
                      string "Paiements non remis depuis plus de "
                             WdelaiRemise " jours : " WnbEnSouffrance
                             delimited by size into rapprochement-ligne
                      write rapprochement-ligne

                      close frapprochement

                      display WnbRapprochees " ligne(s) rapprochee(s), "
                              WnbNonRapprochees " non rapprochee(s), "
                              WnbIgnorees " ignoree(s)"
                      display "Rapport ecrit dans rapprochement.txt"

                      move "RAPPROCHEMENT" to WjournalOperation
                      move spaces to WjournalId
                      string WnbRapprochees " RAPPROCHEES"
                             delimited by size into WjournalId
                      perform Journaliser

                  end-if.


               RapprochementLigne.

                  add 1 to WnbLignesReleve

                  move spaces to WreleveDate
                  move spaces to WreleveMontantBrut
                  move spaces to WreleveMontant
                  move spaces to WreleveCentimes
                  move spaces to WreleveReference
                  move spaces to WreleveLibelle

                  unstring releve-ligne delimited by ";"
                      into WreleveDate WreleveMontantBrut
                           WreleveReference WreleveLibelle
                  end-unstring

                  unstring WreleveMontantBrut delimited by "," or "."
                      into WreleveMontant WreleveCentimes
                  end-unstring

                  if WreleveMontant not = spaces then
                      inspect WreleveMontant replacing leading " " by "0"
                  end-if

                  if WreleveCentimes = spaces then
                      move "00" to WreleveCentimes
                  end-if

                  if WreleveMontant is not numeric
                  or WreleveMontant = spaces
                  or WreleveCentimes not = "00" then

                      if WnbLignesReleve not = 1
                      and releve-ligne not = spaces then

                          add 1 to WnbIgnorees

                          move spaces to rapprochement-ligne
                          string "  Ignoree (debit ou montant invalide) : "
                                 releve-ligne
                                 delimited by size into rapprochement-ligne
                          write rapprochement-ligne

                      end-if

                  else

                      move WreleveMontant to WmontantReleve
                      move 0 to WligneRapprochee

                      perform RapprocherBordereau

                      if WligneRapprochee = 0 then
                          perform RapprocherVirement
                      end-if

                      if WligneRapprochee = 1 then

                          add 1 to WnbRapprochees

                      else

                          add 1 to WnbNonRapprochees

                          move spaces to rapprochement-ligne
                          string "  " WreleveDate " " WmontantReleve
                                 " " WreleveReference " " WreleveLibelle
                                 " NON RAPPROCHEE"
                                 delimited by size into rapprochement-ligne
                          write rapprochement-ligne

                      end-if

                  end-if.


               RapprocherBordereau.

                  open I-O fbordereau

                  move spaces to WrefBordereau

                  unstring WreleveReference delimited by all " "
                      into WrefBordereau
                  end-unstring

                  if WrefBordereau not = spaces then

                      inspect WrefBordereau replacing leading " " by "0"

                      if WrefBordereau is numeric then

                          move WrefBordereau to fbo_numBordereau

                          read fbordereau
                              key is fbo_numBordereau

                              invalid key
                                  continue

                              not invalid key

                                  if fbo_rapproche = 0
                                  and fbo_montant = WmontantReleve then
                                      perform MarquerBordereauRapproche
                                  end-if

                          end-read

                      end-if

                  end-if

                  if WligneRapprochee = 0 then

                      move 0 to WfinBordereau
                      move 0 to fbo_numBordereau

                      start fbordereau key is >= fbo_numBordereau

                          invalid key
                              move 1 to WfinBordereau

                      end-start

                      perform with test after until WfinBordereau = 1
                                      or WligneRapprochee = 1

                          read fbordereau next

                              at end
                                  move 1 to WfinBordereau
                              not at end

                                  if fbo_rapproche = 0
                                  and fbo_montant = WmontantReleve then
                                      perform MarquerBordereauRapproche
                                  end-if

                          end-read

                      end-perform

                  end-if

                  close fbordereau.


               MarquerBordereauRapproche.

                  move 1 to fbo_rapproche

                  if WreleveDate is numeric then
                      move WreleveDate to fbo_dateReleve
                  else
                      move WdateJour to fbo_dateReleve
                  end-if

                  rewrite tamp_fbordereau
                  end-rewrite

                  move 1 to WligneRapprochee

                  move spaces to rapprochement-ligne
                  string "  " WreleveDate " " WmontantReleve
                         " rapprochee du bordereau " fbo_numBordereau
                         delimited by size into rapprochement-ligne
                  write rapprochement-ligne.


               RapprocherVirement.

                  open I-O fpaiement

                  move 0 to WfinPaiement

                  perform with test after until WfinPaiement = 1
                                  or WligneRapprochee = 1

                      read fpaiement next

                          at end
                              move 1 to WfinPaiement
                          not at end

                              if fpa_modePaiement = 3
                              and fpa_rapproche = 0
                              and fpa_montant = WmontantReleve then

                                  move 1 to fpa_rapproche

                                  rewrite tamp_fpaiement
                                  end-rewrite

                                  move 1 to WligneRapprochee

                                  move spaces to rapprochement-ligne
                                  string "  " WreleveDate " "
                                         WmontantReleve
                                         " rapprochee du virement recu "
                                         fpa_numrecu
                                         delimited by size
                                         into rapprochement-ligne
                                  write rapprochement-ligne

                              end-if

                      end-read

                  end-perform

                  close fpaiement.


               BordereauxNonRapproches.

                  move spaces to rapprochement-ligne
                  write rapprochement-ligne

                  move spaces to rapprochement-ligne
                  string "Bordereaux remis non vus sur le releve :"
                         delimited by size into rapprochement-ligne
                  write rapprochement-ligne

                  open input fbordereau

                  move 0 to WfinBordereau

                  perform with test after until WfinBordereau = 1

                      read fbordereau next

                          at end
                              move 1 to WfinBordereau
                          not at end

                              if fbo_rapproche = 0 then

                                  move fbo_modePaiement to WmodePaiement
                                  perform LibelleModePaiement

                                  move spaces to rapprochement-ligne
                                  string "  Bordereau " fbo_numBordereau
                                         " du " fbo_date " "
                                         WlibelleMode " "
                                         fbo_montant " euros"
                                         delimited by size
                                         into rapprochement-ligne
                                  write rapprochement-ligne

                              end-if

                      end-read

                  end-perform

                  close fbordereau.


               VirementsNonRapproches.

                  move spaces to rapprochement-ligne
                  write rapprochement-ligne

                  move spaces to rapprochement-ligne
                  string "Virements enregistres non vus sur le releve :"
                         delimited by size into rapprochement-ligne
                  write rapprochement-ligne

                  open input fpaiement

                  move 0 to WfinPaiement

                  perform with test after until WfinPaiement = 1

                      read fpaiement next

                          at end
                              move 1 to WfinPaiement
                          not at end

                              if fpa_modePaiement = 3
                              and fpa_rapproche = 0 then

                                  move spaces to rapprochement-ligne
                                  string "  Recu " fpa_numrecu
                                         " du " fpa_datePaiement
                                         " membre " fpa_idmembre " "
                                         fpa_montant " euros"
                                         delimited by size
                                         into rapprochement-ligne
                                  write rapprochement-ligne

                              end-if

                      end-read

                  end-perform

                  close fpaiement.


               PaiementsNonRemis.

                  move spaces to rapprochement-ligne
                  write rapprochement-ligne

                  move spaces to rapprochement-ligne
                  string "Paiements encaisses non remis en banque "
                         "depuis plus de " WdelaiRemise " jours :"
                         delimited by size into rapprochement-ligne
                  write rapprochement-ligne

                  move WdateJour to WdateCalcul
                  perform CalculJourJulien
                  move WjourJulien to WjourJulienJour

                  open input fpaiement

                  move 0 to WfinPaiement

                  perform with test after until WfinPaiement = 1

                      read fpaiement next

                          at end
                              move 1 to WfinPaiement
                          not at end

                              if fpa_modePaiement not = 3
                              and fpa_numBordereau = 0 then

                                  move fpa_datePaiement to WdateCalcul
                                  perform CalculJourJulien

                                  if WjourJulien < WjourJulienJour then
                                      compute WageJours =
                                              WjourJulienJour - WjourJulien
                                  else
                                      move 0 to WageJours
                                  end-if

                                  if WageJours > WdelaiRemise then

                                      add 1 to WnbEnSouffrance

                                      move fpa_modePaiement
                                           to WmodePaiement
                                      perform LibelleModePaiement

                                      move spaces to rapprochement-ligne
                                      string "  Recu " fpa_numrecu
                                             " du " fpa_datePaiement " "
                                             WlibelleMode " "
                                             fpa_montant " euros, "
                                             WageJours " jours"
                                             delimited by size
                                             into rapprochement-ligne
                                      write rapprochement-ligne

                                  end-if

                              end-if

                      end-read

                  end-perform

                  close fpaiement.


               AttestationPaiement.

                  move 0 to Wtrouve

                  perform with test after until Wtrouve = 1
                      display "Attestation pour quel membre : ?"
                      accept Widmembre

                      perform existeMembre
                  end-perform

                  open input fmembre

                  move Widmembre to fm_idmembre

                  read fmembre
                      not invalid key
                          continue
                  end-read

                  close fmembre

                  open output fattestation

                  move spaces to attestation-ligne
                  string "Attestation de paiement - saison en cours"
                         delimited by size into attestation-ligne
                  write attestation-ligne

                  move spaces to attestation-ligne
                  string "Membre : " fm_nom " " fm_prenom
                         delimited by size into attestation-ligne
                  write attestation-ligne

                  move spaces to attestation-ligne
                  string "Adresse : " fm_adresse
                         delimited by size into attestation-ligne
                  write attestation-ligne

                  move spaces to attestation-ligne
                  write attestation-ligne

                  move 0 to WtotalAttestation
                  move 0 to WnbInscritsPaye
                  move 0 to Wfin1
                  move 0 to Wstop

                  open input finscription

                  move Widmembre to fi_idmembre

                  start finscription key is = fi_idmembre

                      invalid key
                          move 1 to Wfin1

                      not invalid key

                          perform with test after until Wfin1 = 1
                                          or Wstop = 1

                              read finscription next

                                  at end
                                      move 1 to Wfin1
                                  not at end

                                      if fi_idmembre = Widmembre then

                                          move fi_idactivite to Widactivite
                                          perform CalculSoldeInscription

                                          if WtotalVerse > 0 then

                                              open input factivite
                                              move fi_idactivite to fa_idactivite
                                              read factivite
                                                  not invalid key
                                                      continue
                                              end-read
                                              close factivite

                                              move spaces to attestation-ligne
                                              string "  " fa_nomActivite
                                                     " : " WtotalVerse
                                                     " euros payes sur "
                                                     fi_montant " euros"
                                                     delimited by size
                                                     into attestation-ligne
                                              write attestation-ligne

                                              add WtotalVerse
                                                  to WtotalAttestation
                                              add 1 to WnbInscritsPaye

                                          end-if

                                      else
                                          move 1 to Wstop
                                      end-if

                          end-perform

                  end-start

                  close finscription

                  move spaces to attestation-ligne
                  write attestation-ligne

                  move spaces to attestation-ligne
                  string "Total paye pour la saison : " WtotalAttestation
                         " euros (" WnbInscritsPaye " inscription(s))"
                         delimited by size into attestation-ligne
                  write attestation-ligne

                  close fattestation

                  display "Attestation imprimee dans attestation.txt".


               FactureFamille.

                  move 0 to Wtrouve

                  perform with test after until Wtrouve = 1
                      display "Facture de quelle famille : ?"
                      accept WidFamille

                      perform existeFamille
                  end-perform

                  open input ffamille

                  move WidFamille to ff_idfamille

                  read ffamille
                      not invalid key
                          continue
                  end-read

                  close ffamille

                  open output ffacture

                  move spaces to facture-ligne
                  string "Facture famille " WidFamille
                         delimited by size into facture-ligne
                  write facture-ligne

                  move spaces to facture-ligne
                  string "Tuteur : " ff_nomTuteur
                         delimited by size into facture-ligne
                  write facture-ligne

                  move spaces to facture-ligne
                  string "Adresse : " ff_adresse
                         delimited by size into facture-ligne
                  write facture-ligne

                  move spaces to facture-ligne
                  write facture-ligne

                  move 0 to WtotalFamille
                  move 0 to WtotalFamilleDu
                  move 0 to Wfin2
                  move 0 to Wstop

                  open input fmembre

                  move WidFamille to fm_idfamille

                  start fmembre key is = fm_idfamille

                      invalid key
                          move 1 to Wfin2

                      not invalid key

                          perform with test after until Wfin2 = 1
                                          or Wstop = 1

                              read fmembre next

                                  at end
                                      move 1 to Wfin2
                                  not at end

                                      if fm_idfamille = WidFamille then

                                          move fm_idmembre to Widmembre
                                          perform FactureMembreFamille

                                      else
                                          move 1 to Wstop
                                      end-if

                          end-perform

                  end-start

                  close fmembre

                  move spaces to facture-ligne
                  write facture-ligne

                  move spaces to facture-ligne
                  string "Total des inscriptions : " WtotalFamille
                         " euros"
                         delimited by size into facture-ligne
                  write facture-ligne

                  move spaces to facture-ligne
                  string "Total restant du : " WtotalFamilleDu
                         " euros"
                         delimited by size into facture-ligne
                  write facture-ligne

                  close ffacture

                  display "Facture imprimee dans factureFamille.txt"

                  move "FACTURE FAMILLE" to WjournalOperation
                  move WidFamille to WjournalId
                  perform Journaliser.


               FactureMembreFamille.

                  move spaces to facture-ligne
                  string "Membre " fm_idmembre " : " fm_nom " " fm_prenom
                         delimited by size into facture-ligne
                  write facture-ligne

                  move 0 to Wfin1
                  move 0 to Wstopp

                  open input finscription

                  move Widmembre to fi_idmembre

                  start finscription key is = fi_idmembre

                      invalid key
                          move 1 to Wfin1

                      not invalid key

                          perform with test after until Wfin1 = 1
                                          or Wstopp = 1

                              read finscription next

                                  at end
                                      move 1 to Wfin1
                                  not at end

                                      if fi_idmembre = Widmembre then

                                          open input factivite
                                          move fi_idactivite to fa_idactivite
                                          read factivite
                                              not invalid key
                                                  continue
                                          end-read
                                          close factivite

                                          move fi_idactivite to Widactivite
                                          perform CalculSoldeInscription

                                          move spaces to facture-ligne

                                          if WsoldeInscription = 0 then
                                              string "  - " fa_nomActivite
                                                     " : " fi_montant
                                                     " euros (paye)"
                                                     delimited by size
                                                     into facture-ligne
                                          else
                                              string "  - " fa_nomActivite
                                                     " : " fi_montant
                                                     " euros (reste "
                                                     WsoldeInscription
                                                     " euros)"
                                                     delimited by size
                                                     into facture-ligne
                                          end-if

                                          write facture-ligne

                                          add fi_montant to WtotalFamille

                                          add WsoldeInscription
                                              to WtotalFamilleDu

                                      else
                                          move 1 to Wstopp
                                      end-if

                          end-perform

                  end-start

                  close finscription.


               EditionLettresRelance.

                  open output frelance

                  open input fmembre

                  move 0 to Wfin
                  move 0 to WnbMembresRelances

                  perform with test after until Wfin = 1

                      read fmembre

                          at end
                              move 1 to Wfin
                          not at end

                              move fm_idmembre to Widmembre
                              perform LettreRelanceMembre

                  end-perform

                  close fmembre

                  close frelance

                  display WnbMembresRelances" lettre(s) de relance "
                          "dans relance.txt".


               LettreRelanceMembre.

                  move 0 to WnbInscritsImpaye
                  move 0 to WtotalRelance
                  move 0 to Wfin1
                  move 0 to Wstop

                  open input finscription

                  move Widmembre to fi_idmembre

                  start finscription key is = fi_idmembre

                      invalid key
                          move 1 to Wfin1

                      not invalid key

                          perform with test after until Wfin1 = 1
                                          or Wstop = 1

                              read finscription next

                                  at end
                                      move 1 to Wfin1
                                  not at end

                                      if fi_idmembre = Widmembre then

                                          move fi_idactivite to Widactivite
                                          perform CalculSoldeInscription

                                          if WsoldeInscription > 0 then

                                              if WnbInscritsImpaye = 0 then
                                                  perform EnteteLettreRelance
                                              end-if

                                              open input factivite
                                              move fi_idactivite to fa_idactivite
                                              read factivite
                                                  not invalid key
                                                      continue
                                              end-read
                                              close factivite

                                              move spaces to relance-ligne
                                              string "  - " fa_nomActivite
                                                     " : verse " WtotalVerse
                                                     " sur " fi_montant
                                                     " euros, reste "
                                                     WsoldeInscription " euros"
                                                     delimited by size
                                                     into relance-ligne
                                              write relance-ligne

                                              add WsoldeInscription
                                                  to WtotalRelance
                                              add 1 to WnbInscritsImpaye

                                          end-if

                                      else
                                          move 1 to Wstop
                                      end-if

                          end-perform

                  end-start

                  close finscription

                  perform ComptePretsEnCoursMembre

                  if WnbInscritsImpaye > 0 or WnbPretsMembre > 0 then

                      if WnbInscritsImpaye = 0 then
                          perform EnteteLettreRelance
                      end-if

                      if WnbPretsMembre > 0 then
                          perform PretsLettreRelance
                      end-if

                      if WnbInscritsImpaye > 0 then

                          move spaces to relance-ligne
                          write relance-ligne

                          move spaces to relance-ligne
                          string "Total restant du : " WtotalRelance
                                 " euros"
                                 delimited by size into relance-ligne
                          write relance-ligne

                      end-if

                      move spaces to relance-ligne
                      string "Merci de regulariser aupres du tresorier "
                             "de l'association."
                             delimited by size into relance-ligne
                      write relance-ligne

                      move spaces to relance-ligne
                      string "----------------------------------------"
                             delimited by size into relance-ligne
                      write relance-ligne

                      move spaces to relance-ligne
                      write relance-ligne

                      add 1 to WnbMembresRelances

                  end-if.


               PretsLettreRelance.

                  move spaces to relance-ligne
                  string "Materiel de l'association non rendu :"
                         delimited by size into relance-ligne
                  write relance-ligne

                  open input fpret

                  move 0 to Wfin1
                  move 0 to Wstop

                  move Widmembre to fpt_idmembre

                  start fpret key is = fpt_idmembre

                      invalid key
                          move 1 to Wfin1

                      not invalid key

                          perform with test after until Wfin1 = 1
                                          or Wstop = 1

                              read fpret next

                                  at end
                                      move 1 to Wfin1
                                  not at end

                                      if fpt_idmembre = Widmembre then

                                          if fpt_dateRetour = 0 then

                                              open input fmateriel
                                              move fpt_idmateriel
                                                   to fmt_idmateriel
                                              read fmateriel
                                                  invalid key
                                                      move spaces
                                                        to fmt_nomMateriel
                                              end-read
                                              close fmateriel

                                              move spaces to relance-ligne
                                              string "  - " fpt_qte " x "
                                                     fmt_nomMateriel
                                                     " depuis le "
                                                     fpt_dateEmprunt
                                                     delimited by size
                                                     into relance-ligne
                                              write relance-ligne

                                          end-if

                                      else
                                          move 1 to Wstop
                                      end-if

                          end-perform

                  end-start

                  close fpret.


               EnteteLettreRelance.

                  move spaces to relance-ligne
                  string "Lettre de relance"
                         delimited by size into relance-ligne
                  write relance-ligne

                  move spaces to relance-ligne
                  string fm_nom " " fm_prenom
                         delimited by size into relance-ligne
                  write relance-ligne

                  move spaces to relance-ligne
                  string fm_adresse
                         delimited by size into relance-ligne
                  write relance-ligne

                  move spaces to relance-ligne
                  write relance-ligne

                  move spaces to relance-ligne
                  string "Madame, Monsieur,"
                         delimited by size into relance-ligne
                  write relance-ligne

                  move spaces to relance-ligne
                  string "Sauf erreur de notre part, les points "
                         "suivants restent a regulariser :"
                         delimited by size into relance-ligne
                  write relance-ligne

                  move spaces to relance-ligne
                  write relance-ligne.


               ExportCSV.

                  perform ExportMembresCSV
                  perform ExportActivitesCSV
                  perform ExportInscriptionsCSV

                  move "EXPORT CSV" to WjournalOperation
                  move spaces to WjournalId
                  perform Journaliser.


               ExportMembresCSV.

                  open output fcsvMembre

                  move spaces to csvMembre-ligne
                  string "idmembre;nom;prenom;telephone;adresse;statut;"
                         "famille;naissance"
                         delimited by size into csvMembre-ligne
                  write csvMembre-ligne

                  open input fmembre

                  move 0 to Wfin
                  move 0 to WnbExportes

                  perform with test after until Wfin = 1

                      read fmembre

                          at end
                              move 1 to Wfin
                          not at end

                              move spaces to csvMembre-ligne
                              string fm_idmembre ";" fm_nom ";"
                                     fm_prenom ";" fm_telephone ";"
                                     fm_adresse ";" fm_statut ";"
                                     fm_idfamille ";" fm_dateNaissance
                                     delimited by size into csvMembre-ligne
                              write csvMembre-ligne

                              add 1 to WnbExportes

                      end-read

                  end-perform

                  close fmembre

                  close fcsvMembre

                  display WnbExportes" membre(s) exportes dans membres.csv".


               ExportActivitesCSV.

                  open output fcsvActivite

                  move spaces to csvActivite-ligne
                  string "idactivite;nom;encadrant;nbplaces;nbinscrits;"
                         "jour;semaineD;semaineF;heureD;heureF;type"
                         delimited by size into csvActivite-ligne
                  write csvActivite-ligne

                  open input factivite

                  move 0 to Wfin
                  move 0 to WnbExportes

                  perform with test after until Wfin = 1

                      read factivite

                          at end
                              move 1 to Wfin
                          not at end

                              move fa_idactivite to Widactivite
                              perform nbInscritActivite

                              move spaces to csvActivite-ligne
                              string fa_idactivite ";" fa_nomActivite ";"
                                     fa_encadrant ";" fa_nbparticipant ";"
                                     WnbInscrits ";" fa_jour ";"
                                     fa_semaine ";" fa_semaineF ";"
                                     fa_heureD ";" fa_heureF ";" fa_type
                                     delimited by size into csvActivite-ligne
                              write csvActivite-ligne

                              add 1 to WnbExportes

                      end-read

                  end-perform

                  close factivite

                  close fcsvActivite

                  display WnbExportes" activite(s) exportees dans "
                          "activites.csv".


               ExportInscriptionsCSV.

                  open output fcsvInscription

                  move spaces to csvInscription-ligne
                  string "idmembre;idactivite;paye;montant;datepaiement"
                         delimited by size into csvInscription-ligne
                  write csvInscription-ligne

                  open input finscription

                  move 0 to Wfin
                  move 0 to WnbExportes

                  perform with test after until Wfin = 1

                      read finscription

                          at end
                              move 1 to Wfin
                          not at end

                              move spaces to csvInscription-ligne
                              string fi_idmembre ";" fi_idactivite ";"
                                     fi_paye ";" fi_montant ";"
                                     fi_datePaiement
                                     delimited by size into csvInscription-ligne
                              write csvInscription-ligne

                              add 1 to WnbExportes

                      end-read

                  end-perform

                  close finscription

                  close fcsvInscription

                  display WnbExportes" inscription(s) exportees dans "
                          "inscriptions.csv".


               ImportMembresCSV.

                  open input fcsvImport

                  if cr_fcsvImport not = 00 then

                      display "Fichier importMembres.csv introuvable"

                  else

                      move 0 to Wfin
                      move 0 to WnbImportes
                      move 0 to WnbRejetes
                      move 0 to WligneImport

                      perform with test after until Wfin = 1

                          read fcsvImport

                              at end
                                  move 1 to Wfin
                              not at end

                                  perform ImportLigneMembre

                          end-read

                      end-perform

                      close fcsvImport

                      display WnbImportes" membre(s) importes, "
                              WnbRejetes" ligne(s) rejetees"

                      move "IMPORT MEMBRES" to WjournalOperation
                      move spaces to WjournalId
                      string WnbImportes " IMPORTES"
                             delimited by size into WjournalId
                      perform Journaliser

                  end-if.


               ImportLigneMembre.

                  add 1 to WligneImport

                  move spaces to WcsvId
                  move spaces to WcsvNom
                  move spaces to WcsvPrenom
                  move spaces to WcsvTel
                  move spaces to WcsvAdresse
                  move spaces to WcsvStatut
                  move spaces to WcsvFamille
                  move spaces to WcsvNaissance

                  unstring csvImport-ligne delimited by ";"
                      into WcsvId WcsvNom WcsvPrenom
                           WcsvTel WcsvAdresse WcsvStatut
                           WcsvFamille WcsvNaissance
                  end-unstring

                  if WcsvId not = spaces then
                      inspect WcsvId replacing leading " " by "0"
                  end-if

                  if WcsvId is not numeric or WcsvId = spaces then

                      if WligneImport not = 1
                      and csvImport-ligne not = spaces then
                          add 1 to WnbRejetes
                          display "Ligne rejetee (identifiant invalide) : "
                                  csvImport-ligne
                      end-if

                  else

                      move WcsvId to Widmembre

                      perform existeMembre

                      if Wtrouve = 1 then

                          add 1 to WnbRejetes
                          display "Ligne rejetee (membre "Widmembre
                                  " deja existant)"

                      else

                          if WcsvStatut not = 'membre'
                          and WcsvStatut not = 'encadrant'
                          and WcsvStatut not = 'president' then

                              add 1 to WnbRejetes
                              display "Ligne rejetee (statut invalide) : "
                                      WcsvStatut

                          else

                              move 0 to WidFamille
                              move 1 to Wtrouve

                              if WcsvFamille not = spaces then

                                  inspect WcsvFamille
                                      replacing leading " " by "0"

                                  if WcsvFamille is numeric then
                                      move WcsvFamille to WidFamille

                                      if WidFamille > 0 then
                                          perform existeFamille
                                      end-if
                                  else
                                      move 0 to Wtrouve
                                  end-if

                              end-if

                              if Wtrouve = 0 then

                                  add 1 to WnbRejetes
                                  display "Ligne rejetee (famille invalide) : "
                                          WcsvFamille

                              else

                              move 0 to WdateNaissance
                              move 1 to Wcheck

                              if WcsvNaissance not = spaces then

                                  if WcsvNaissance is numeric then

                                      move WcsvNaissance to WdateNaissance

                                      if WdateNaissance <= 19000101 then
                                          move 0 to Wcheck
                                      end-if

                                  else
                                      move 0 to Wcheck
                                  end-if

                              end-if

                              if Wcheck = 0 then

                                  add 1 to WnbRejetes
                                  display "Ligne rejetee (date de "
                                          "naissance invalide) : "
                                          WcsvNaissance

                              else

                              open I-O fmembre

                                  move Widmembre to fm_idmembre
                                  move WcsvNom to fm_nom
                                  move WcsvPrenom to fm_prenom
                                  move WcsvTel to fm_telephone
                                  move WcsvAdresse to fm_adresse
                                  move WcsvStatut to fm_statut
                                  move WidFamille to fm_idfamille
                                  move spaces to fm_secret
                                  move WdateNaissance to fm_dateNaissance

                                  write tamp_fmembre
                              end-write

                              if cr_fmembre = 00 then
                                  add 1 to WnbImportes
                              else
                                  add 1 to WnbRejetes
                                  display "Ligne rejetee (ecriture impossible) "
                                          "pour le membre "Widmembre
                              end-if

                              close fmembre

                              end-if

                              end-if

                          end-if

                      end-if

                  end-if.


               DetectionModeBatch.

                  move 0 to WmodeBatch

                  open input fbatch

                  if cr_fbatch = 00 then
                      move 1 to WmodeBatch
                      close fbatch
                  end-if.


               ExecutionBatch.

                  accept WdateBatch from date yyyymmdd
                  accept WheureBatch from time

                  move "BATCH" to WjournalRole
                  move 0 to WmembreConnecte
                  move 0 to WnbJobsBatch
                  move 0 to WbatchErreurs

                  display "Mode batch : execution des travaux de batch.cmd"

                  move spaces to WligneBatch
                  string "=== Execution batch du " WdateBatch
                         " a " WheureBatch " ==="
                         delimited by size into WligneBatch
                  perform EcrireRapportBatch

                  open input fbatch

                  move 0 to WfinBatch

                  perform with test after until WfinBatch = 1

                      read fbatch

                          at end
                              move 1 to WfinBatch
                          not at end

                              move batch-ligne to WcommandeBatch
                              perform ExecutionJobBatch

                      end-read

                  end-perform

                  close fbatch

                  move spaces to WligneBatch
                  string "=== Fin : " WnbJobsBatch " travail(aux), "
                         WbatchErreurs " erreur(s) ==="
                         delimited by size into WligneBatch
                  perform EcrireRapportBatch

                  display "Mode batch termine : "WnbJobsBatch
                          " travail(aux), "WbatchErreurs" erreur(s)"

                  move "BATCH" to WjournalOperation
                  move spaces to WjournalId
                  string WnbJobsBatch " JOBS " WbatchErreurs " ERREURS"
                         delimited by size into WjournalId
                  perform Journaliser.


               ExecutionJobBatch.

                  if WcommandeBatch = spaces then
                      continue
                  else

                  add 1 to WnbJobsBatch

                  if WcommandeBatch = "VERIFICATION" then

                      perform VerificationIntegrite

                      move spaces to WligneBatch
                      string "VERIFICATION : " WnbAnomalies
                             " anomalie(s)"
                             delimited by size into WligneBatch
                      perform EcrireRapportBatch

                      if WnbAnomalies > 0 then
                          add 1 to WbatchErreurs
                      end-if

                  else

                  if WcommandeBatch = "SAUVEGARDE" then

                      perform SauvegardeFichiers

                      move spaces to WligneBatch

                      if WsauvOk = 1 then
                          string "SAUVEGARDE : complete, "
                                 WsauvTotalVerifies
                                 " enregistrement(s) verifie(s)"
                                 delimited by size into WligneBatch
                      else
                          string "SAUVEGARDE : incomplete ou non "
                                 "verifiee, " WsauvTotalVerifies
                                 " enregistrement(s) verifie(s)"
                                 delimited by size into WligneBatch
                          add 1 to WbatchErreurs
                      end-if

                      perform EcrireRapportBatch

                  else

                  if WcommandeBatch = "RELANCE" then

                      perform EditionLettresRelance

                      move spaces to WligneBatch
                      string "RELANCE : " WnbMembresRelances
                             " lettre(s) dans relance.txt"
                             delimited by size into WligneBatch
                      perform EcrireRapportBatch

                  else

                  if WcommandeBatch = "AVIS" then

                      perform AvisSemaineProchaine

                      move spaces to WligneBatch
                      string "AVIS : semaine " WsemaineProchaine ", "
                             WnbAnnulAvis " annulation(s), "
                             WnbRemplAvis " remplacement(s), "
                             WnbAvisTotal " membre(s) prevenu(s)"
                             delimited by size into WligneBatch
                      perform EcrireRapportBatch

                  else

                  if WcommandeBatch = "CERTIFICATS" then

                      perform RappelCertificats

                      move spaces to WligneBatch
                      string "CERTIFICATS : " WnbRappels
                             " certificat(s) expirant sous 30 jours "
                             "dans rappelCertificats.txt"
                             delimited by size into WligneBatch
                      perform EcrireRapportBatch

                  else

                  if WcommandeBatch = "RESERVATIONS" then

                      perform LiberationReservations

                      move spaces to WligneBatch
                      string "RESERVATIONS : " WnbLiberees
                             " reservation(s) liberee(s), "
                             WnbPromusReserve " place(s) attribuee(s)"
                             delimited by size into WligneBatch
                      perform EcrireRapportBatch

                  else

                      move spaces to WligneBatch
                      string "COMMANDE INCONNUE : " WcommandeBatch
                             delimited by size into WligneBatch
                      perform EcrireRapportBatch

                      add 1 to WbatchErreurs

                  end-if
                  end-if
                  end-if
                  end-if
                  end-if
                  end-if

                  end-if.


               EcrireRapportBatch.

                  open extend frapportBatch

                  if cr_frapportBatch = 35 then
                      open output frapportBatch
                  end-if

                  move WligneBatch to rapportBatch-ligne

                  write rapportBatch-ligne

                  close frapportBatch.


               VerificationIntegrite.

                  open output fverif

                  move 0 to WnbAnomalies

                  move spaces to verif-ligne
                  string "Rapport de verification des fichiers"
                         delimited by size into verif-ligne
                  write verif-ligne

                  move spaces to verif-ligne
                  write verif-ligne

                  perform VerifMembres
                  perform VerifTypes
                  perform VerifActivites
                  perform VerifInscriptions
                  perform VerifPaiements
                  perform VerifListeAttente
                  perform VerifPresences
                  perform VerifPrets

                  move spaces to verif-ligne
                  write verif-ligne

                  move spaces to verif-ligne
                  string "Nombre total d'anomalies : " WnbAnomalies
                         delimited by size into verif-ligne
                  write verif-ligne

                  close fverif

                  display "Verification terminee : "WnbAnomalies
                          " anomalie(s), rapport dans verification.txt"

                  move "VERIF FICHIERS" to WjournalOperation
                  move spaces to WjournalId
                  string WnbAnomalies " ANOMALIES"
                         delimited by size into WjournalId
                  perform Journaliser.


               AnomalieVerification.

                  add 1 to WnbAnomalies

                  move spaces to verif-ligne
                  string "Anomalie " WnbAnomalies " : " WverifLibelle
                         delimited by size into verif-ligne
                  write verif-ligne.


               VerifMembres.

                  open input fmembre

                  move 0 to Wfin

                  perform with test after until Wfin = 1

                      read fmembre

                          at end
                              move 1 to Wfin
                          not at end

                              if fm_statut not = 'membre'
                              and fm_statut not = 'encadrant'
                              and fm_statut not = 'president' then

                                  move spaces to WverifLibelle
                                  string "Membre " fm_idmembre
                                         " : statut invalide " fm_statut
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                              if fm_idfamille > 0 then

                                  move fm_idfamille to WidFamille
                                  perform existeFamille

                                  if Wtrouve = 0 then

                                      move spaces to WverifLibelle
                                      string "Membre " fm_idmembre
                                             " : famille inexistante "
                                             fm_idfamille
                                             delimited by size
                                             into WverifLibelle
                                      perform AnomalieVerification

                                  end-if

                              end-if

                      end-read

                  end-perform

                  close fmembre.


               VerifTypes.

                  open input ftype

                  move 0 to Wfin

                  perform with test after until Wfin = 1

                      read ftype

                          at end
                              move 1 to Wfin
                          not at end

                              if ft_gratuit not = 0 and ft_gratuit not = 1 then

                                  move spaces to WverifLibelle
                                  string "Type " ft_type
                                         " : indicateur gratuit invalide"
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                              if ft_gratuit = 0
                              and ft_montantParticipation = 0 then

                                  move spaces to WverifLibelle
                                  string "Type " ft_type
                                         " : type payant a montant nul"
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                              if ft_certificatRequis not = 0
                              and ft_certificatRequis not = 1 then

                                  move spaces to WverifLibelle
                                  string "Type " ft_type
                                         " : indicateur certificat invalide"
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                      end-read

                  end-perform

                  close ftype.


               VerifActivites.

                  open input factivite

                  move 0 to Wfin2

                  perform with test after until Wfin2 = 1

                      read factivite

                          at end
                              move 1 to Wfin2
                          not at end

                              move fa_type to Wtype
                              perform existeType

                              if Wtrouve = 0 then

                                  move spaces to WverifLibelle
                                  string "Activite " fa_idactivite
                                         " : type inconnu " fa_type
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                              move fa_encadrant to Wprenom
                              perform existeEncadrant

                              if Wtrouve = 0 then

                                  move spaces to WverifLibelle
                                  string "Activite " fa_idactivite
                                         " : encadrant invalide " fa_encadrant
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                              if fa_idencadrant = 0 then

                                  move spaces to WverifLibelle
                                  string "Activite " fa_idactivite
                                         " : encadrant hors registre"
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                              if fa_semaine < 1
                              or fa_semaineF < fa_semaine
                              or fa_semaineF > 52 then

                                  move spaces to WverifLibelle
                                  string "Activite " fa_idactivite
                                         " : semaines incoherentes "
                                         fa_semaine "-" fa_semaineF
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                              if fa_jour < 1 or fa_jour > 7 then

                                  move spaces to WverifLibelle
                                  string "Activite " fa_idactivite
                                         " : jour invalide " fa_jour
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                              if fa_heureD < 9 or fa_heureD > 20
                              or fa_heureF < 9 or fa_heureF > 20 then

                                  move spaces to WverifLibelle
                                  string "Activite " fa_idactivite
                                         " : heures invalides "
                                         fa_heureD "-" fa_heureF
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                              if fa_nbparticipant = 0 then

                                  move spaces to WverifLibelle
                                  string "Activite " fa_idactivite
                                         " : nombre de places nul"
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                              if fa_idlieu > 0 then

                                  move fa_idlieu to WidLieu
                                  perform existeLieu

                                  if Wtrouve = 0 then

                                      move spaces to WverifLibelle
                                      string "Activite " fa_idactivite
                                             " : lieu inexistant " fa_idlieu
                                             delimited by size
                                             into WverifLibelle
                                      perform AnomalieVerification

                                  end-if

                              end-if

                              move fa_idactivite to Widactivite
                              perform nbInscritActivite

                              if WnbInscrits > fa_nbparticipant then

                                  move spaces to WverifLibelle
                                  string "Activite " fa_idactivite
                                         " : " WnbInscrits
                                         " inscrits pour " fa_nbparticipant
                                         " places"
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                      end-read

                  end-perform

                  close factivite.


               VerifInscriptions.

                  open input finscription

                  move 0 to Wfin2

                  perform with test after until Wfin2 = 1

                      read finscription

                          at end
                              move 1 to Wfin2
                          not at end

                              move fi_idmembre to Widmembre
                              perform existeMembre

                              if Wtrouve = 0 then

                                  move spaces to WverifLibelle
                                  string "Inscription " fi_idmembre "/"
                                         fi_idactivite
                                         " : membre inexistant"
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                              move fi_idactivite to Widactivite
                              perform existeActivite

                              if Wtrouve = 0 then

                                  move spaces to WverifLibelle
                                  string "Inscription " fi_idmembre "/"
                                         fi_idactivite
                                         " : activite inexistante"
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                              if fi_paye not = 0 and fi_paye not = 1 then

                                  move spaces to WverifLibelle
                                  string "Inscription " fi_idmembre "/"
                                         fi_idactivite
                                         " : indicateur paye invalide"
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                      end-read

                  end-perform

                  close finscription.


               VerifPaiements.

                  open input fpaiement

                  move 0 to Wfin2

                  perform with test after until Wfin2 = 1

                      read fpaiement next

                          at end
                              move 1 to Wfin2
                          not at end

                              move fpa_idmembre to Widmembre
                              move fpa_idactivite to Widactivite
                              perform MembreInscrit

                              if Winscrit = 0 and fpa_retrait = 0 then

                                  move spaces to WverifLibelle
                                  string "Paiement recu " fpa_numrecu
                                         " : aucune inscription "
                                         fpa_idmembre "/" fpa_idactivite
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                              if fpa_montant = 0 then

                                  move spaces to WverifLibelle
                                  string "Paiement recu " fpa_numrecu
                                         " : montant nul"
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                              if fpa_modePaiement < 1
                              or fpa_modePaiement > 4 then

                                  move spaces to WverifLibelle
                                  string "Paiement recu " fpa_numrecu
                                         " : mode de paiement invalide"
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                              if fpa_modePaiement = 2
                              and fpa_numCheque = spaces then

                                  move spaces to WverifLibelle
                                  string "Paiement recu " fpa_numrecu
                                         " : cheque sans numero"
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                      end-read

                  end-perform

                  close fpaiement.


               VerifListeAttente.

                  open input fattente

                  move 0 to Wfin2

                  perform with test after until Wfin2 = 1

                      read fattente next

                          at end
                              move 1 to Wfin2
                          not at end

                              move fl_idmembre to Widmembre
                              perform existeMembre

                              if Wtrouve = 0 then

                                  move spaces to WverifLibelle
                                  string "Attente " fl_idmembre "/"
                                         fl_idactivite
                                         " : membre inexistant"
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                              move fl_idactivite to Widactivite
                              perform existeActivite

                              if Wtrouve = 0 then

                                  move spaces to WverifLibelle
                                  string "Attente " fl_idmembre "/"
                                         fl_idactivite
                                         " : activite inexistante"
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                      end-read

                  end-perform

                  close fattente.


               VerifPresences.

                  open input fpresence

                  move 0 to Wfin2

                  perform with test after until Wfin2 = 1

                      read fpresence next

                          at end
                              move 1 to Wfin2
                          not at end

                              move fp_idmembre to Widmembre
                              perform existeMembre

                              if Wtrouve = 0 then

                                  move spaces to WverifLibelle
                                  string "Presence " fp_idmembre "/"
                                         fp_idactivite
                                         " semaine " fp_semaine
                                         " : membre inexistant"
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                              move fp_idactivite to Widactivite
                              perform existeActivite

                              if Wtrouve = 0 then

                                  move spaces to WverifLibelle
                                  string "Presence " fp_idmembre "/"
                                         fp_idactivite
                                         " semaine " fp_semaine
                                         " : activite inexistante"
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                      end-read

                  end-perform

                  close fpresence.


               existeMateriel.

                  open input fmateriel
                  move 0 to Wtrouve

                  move WidMateriel to fmt_idmateriel

                  read fmateriel
                      not invalid key
                          move 1 to Wtrouve
                  end-read

                  close fmateriel.


               ajoutMateriel.

                  move 0 to Wstop
                  move 1 to Wtrouve

                  perform with test after until Wstop = 0

                      perform with test after until Wtrouve = 0

                          display "Donner l'identifiant d'un materiel "
                                  "inexistant : "
                          accept WidMateriel

                          perform existeMateriel
                      end-perform

                      display "Donner le nom du materiel : "
                      accept fmt_nomMateriel

                      move 0 to Wtrouve

                      perform with test after until Wtrouve = 1

                          display "Type d'activite lie (AUCUN si "
                                  "aucun) : ?"
                          accept Wtype

                          if Wtype = "AUCUN" then
                              move spaces to fmt_type
                              move 1 to Wtrouve
                          else
                              perform existeType

                              if Wtrouve = 1 then
                                  move Wtype to fmt_type
                              end-if
                          end-if

                      end-perform

                      move 0 to fmt_qteTotale

                      perform with test after until fmt_qteTotale > 0
                          display "Quantite possedee > 0 : "
                          accept fmt_qteTotale
                      end-perform

                      move fmt_qteTotale to fmt_qteDisponible

                      open I-O fmateriel

                          move WidMateriel to fmt_idmateriel
                          write tamp_fmateriel
                      end-write

                      if cr_fmateriel = 00 then
                          display "Un nouveau materiel ajoute avec succes"
                          move "AJOUT MATERIEL" to WjournalOperation
                          move WidMateriel to WjournalId
                          perform Journaliser
                      else
                          display "Materiel non ajoute dans le fichier "
                                  "du materiel"
                      end-if

                      close fmateriel

                      perform with test after until Wstop = 0  OR Wstop = 1
                          display "Autre materiel ? 1(Oui) ou 0(Non)"
                          accept Wstop
                      end-perform

                  end-perform.


               UpdateMateriel.

                  open input fmateriel
                  DISPLAY "Donnez l'identifiant du materiel a modifier : "
                  ACCEPT WidMateriel
                  PERFORM existeMateriel

                  MOVE WidMateriel TO fmt_idmateriel
                  READ fmateriel

                  IF Wtrouve = 1 THEN

                      display "Donner le nom du materiel : "
                      accept fmt_nomMateriel

                      compute WqtePret =
                              fmt_qteTotale - fmt_qteDisponible

                      display "Quantite actuellement pretee : "WqtePret

                      perform with test after until
                              fmt_qteTotale >= WqtePret
                              and fmt_qteTotale > 0
                          display "Quantite possedee (>= pretee) : "
                          accept fmt_qteTotale
                      end-perform

                      compute fmt_qteDisponible =
                              fmt_qteTotale - WqtePret

                      OPEN I-O fmateriel
                      REWRITE tamp_fmateriel
                      end-rewrite

                      if cr_fmateriel = 00
                          DISPLAY "Modificatiion effectuee avec succes"
                          move "MODIF MATERIEL" to WjournalOperation
                          move WidMateriel to WjournalId
                          perform Journaliser
                      ELSE
                          DISPLAY "Aucune modification apportee"
                      END-IF

                      CLOSE fmateriel
                  ELSE
                      DISPLAY "Materiel inexistant dans notre logiciel"
                  END-IF.


               affichageMateriel.

                  open input fmateriel

                  move 0 to Wfin

                  perform with test after until Wfin = 1

                      read fmateriel next

                          at end
                              move 1 to Wfin
                          not at end

                              display "Materiel : "fmt_idmateriel" "
                                      fmt_nomMateriel
                              if fmt_type not = spaces
                                  display "Type lie : "fmt_type
                              end-if
                              display "Possede : "fmt_qteTotale
                                      " Disponible : "fmt_qteDisponible
                              display "-----------------------------------"

                      end-read

                  end-perform

                  close fmateriel.


               EnregistrerPret.

                  move 0 to Wtrouve

                  perform with test after until Wtrouve = 1
                      display "Pret a quel membre : ?"
                      accept Widmembre

                      perform existeMembre
                  end-perform

                  move 0 to Wtrouve

                  perform with test after until Wtrouve = 1
                      display "Quel materiel : ?"
                      accept WidMateriel

                      perform existeMateriel
                  end-perform

                  move 0 to WqtePret

                  perform with test after until WqtePret > 0
                      display "Quantite empruntee > 0 : ?"
                      accept WqtePret
                  end-perform

                  open I-O fmateriel

                  move WidMateriel to fmt_idmateriel

                  read fmateriel

                      invalid key
                          display "Materiel introuvable"
                          move 0 to Wcheck

                      not invalid key

                          if fmt_qteDisponible < WqtePret then

                              display "Stock epuise : "fmt_qteDisponible
                                      " disponible(s), pret refuse"
                              move 0 to Wcheck

                          else

                              subtract WqtePret from fmt_qteDisponible

                              rewrite tamp_fmateriel
                              end-rewrite

                              if cr_fmateriel = 00 then
                                  move 1 to Wcheck
                              else
                                  display "Stock non mis a jour, "
                                          "pret abandonne"
                                  move 0 to Wcheck
                              end-if

                          end-if

                  end-read

                  close fmateriel

                  if Wcheck = 1 then

                      open input fpret

                      move 0 to Wfin
                      move 0 to WidPret

                      perform with test after until Wfin = 1

                          read fpret next

                              at end
                                  move 1 to Wfin
                              not at end

                                  if fpt_idpret > WidPret then
                                      move fpt_idpret to WidPret
                                  end-if

                          end-read

                      end-perform

                      close fpret

                      add 1 to WidPret

                      accept WdatePret from date yyyymmdd

                      open I-O fpret

                          move WidPret to fpt_idpret
                          move Widmembre to fpt_idmembre
                          move WidMateriel to fpt_idmateriel
                          move WqtePret to fpt_qte
                          move WdatePret to fpt_dateEmprunt
                          move 0 to fpt_dateRetour

                          write tamp_fpret
                      end-write

                      if cr_fpret = 00 then
                          display "Pret "WidPret" enregistre"
                          move "PRET MATERIEL" to WjournalOperation
                          move spaces to WjournalId
                          string Widmembre WidMateriel
                                 delimited by size into WjournalId
                          perform Journaliser
                      else

                          display "Pret non enregistre, stock restitue"

                          open I-O fmateriel
                          move WidMateriel to fmt_idmateriel
                          read fmateriel
                              not invalid key
                                  add WqtePret to fmt_qteDisponible
                                  rewrite tamp_fmateriel
                                  end-rewrite
                          end-read
                          close fmateriel

                      end-if

                      close fpret

                  end-if.


               EnregistrerRetour.

                  display "Numero du pret a solder : ?"
                  accept WidPret

                  open I-O fpret

                  move WidPret to fpt_idpret

                  read fpret

                      invalid key
                          display "Pret inexistant"
                          move 0 to Wcheck

                      not invalid key

                          if fpt_dateRetour not = 0 then

                              display "Pret deja rendu le "fpt_dateRetour
                              move 0 to Wcheck

                          else

                              accept WdatePret from date yyyymmdd

                              move WdatePret to fpt_dateRetour

                              rewrite tamp_fpret
                              end-rewrite

                              if cr_fpret = 00 then
                                  move 1 to Wcheck
                              else
                                  display "Retour non enregistre"
                                  move 0 to Wcheck
                              end-if

                          end-if

                  end-read

                  close fpret

                  if Wcheck = 1 then

                      open I-O fmateriel

                      move fpt_idmateriel to fmt_idmateriel

                      read fmateriel

                          invalid key
                              display "Materiel du pret introuvable, "
                                      "stock non mis a jour"

                          not invalid key

                              add fpt_qte to fmt_qteDisponible

                              if fmt_qteDisponible > fmt_qteTotale then
                                  move fmt_qteTotale to fmt_qteDisponible
                              end-if

                              rewrite tamp_fmateriel
                              end-rewrite

                      end-read

                      close fmateriel

                      display "Retour enregistre pour le pret "WidPret

                      move "RETOUR MATERIEL" to WjournalOperation
                      move WidPret to WjournalId
                      perform Journaliser

                  end-if.


               ComptePretsEnCoursMembre.

                  open input fpret

                  move 0 to WnbPretsMembre
                  move 0 to Wfin1
                  move 0 to Wstop

                  move Widmembre to fpt_idmembre

                  start fpret key is = fpt_idmembre

                      invalid key
                          move 1 to Wfin1

                      not invalid key

                          perform with test after until Wfin1 = 1
                                          or Wstop = 1

                              read fpret next

                                  at end
                                      move 1 to Wfin1
                                  not at end

                                      if fpt_idmembre = Widmembre then

                                          if fpt_dateRetour = 0 then
                                              add 1 to WnbPretsMembre
                                          end-if

                                      else
                                          move 1 to Wstop
                                      end-if

                          end-perform

                  end-start

                  close fpret.


               AffichePretEnCours.

                  open input fmateriel

                  move fpt_idmateriel to fmt_idmateriel

                  read fmateriel
                      invalid key
                          move spaces to fmt_nomMateriel
                  end-read

                  close fmateriel

                  display "  Pret "fpt_idpret" : "fpt_qte" x "
                          fmt_nomMateriel" depuis le "fpt_dateEmprunt.


               RapportPretsMembre.

                  move 0 to Wtrouve

                  perform with test after until Wtrouve = 1
                      display "Prets en cours de quel membre : ?"
                      accept Widmembre

                      perform existeMembre
                  end-perform

                  display "----- Prets en cours du membre "Widmembre
                          " -----"

                  open input fpret

                  move 0 to Wfin1
                  move 0 to Wstop
                  move 0 to WnbPretsMembre

                  move Widmembre to fpt_idmembre

                  start fpret key is = fpt_idmembre

                      invalid key
                          move 1 to Wfin1

                      not invalid key

                          perform with test after until Wfin1 = 1
                                          or Wstop = 1

                              read fpret next

                                  at end
                                      move 1 to Wfin1
                                  not at end

                                      if fpt_idmembre = Widmembre then

                                          if fpt_dateRetour = 0 then
                                              add 1 to WnbPretsMembre
                                              perform AffichePretEnCours
                                          end-if

                                      else
                                          move 1 to Wstop
                                      end-if

                          end-perform

                  end-start

                  close fpret

                  if WnbPretsMembre = 0 then
                      display "Aucun pret en cours"
                  else
                      display WnbPretsMembre" pret(s) en cours"
                  end-if.


               ListePretsNonRendus.

                  display "----- Materiel non rendu -----"

                  open input fpret

                  move 0 to Wfin
                  move 0 to WnbPretsEnCours

                  perform with test after until Wfin = 1

                      read fpret next

                          at end
                              move 1 to Wfin
                          not at end

                              if fpt_dateRetour = 0 then

                                  add 1 to WnbPretsEnCours

                                  open input fmembre
                                  move fpt_idmembre to fm_idmembre
                                  read fmembre
                                      invalid key
                                          move spaces to fm_nom
                                          move spaces to fm_prenom
                                  end-read
                                  close fmembre

                                  display "Membre "fpt_idmembre" ("
                                          fm_nom" "fm_prenom")"

                                  perform AffichePretEnCours

                              end-if

                      end-read

                  end-perform

                  close fpret

                  if WnbPretsEnCours = 0 then
                      display "Tout le materiel est rendu"
                  else
                      display WnbPretsEnCours" pret(s) non rendu(s)"
                  end-if.


               existeDepense.

                  open input fdepense
                  move 0 to Wtrouve

                  move WidDepense to fde_iddepense

                  read fdepense
                      not invalid key
                          move 1 to Wtrouve
                  end-read

                  close fdepense.


               SaisieChampsDepense.

                  perform with test after until fde_date > 0
                      display "Date de la depense (AAAAMMJJ, 0=jour) : ?"
                      accept fde_date

                      if fde_date = 0 then
                          accept fde_date from date yyyymmdd
                      end-if
                  end-perform

                  display "Categorie (location, materiel, "
                          "remboursement, autre) : ?"
                  accept fde_categorie

                  perform with test after until fde_montant > 0
                      display "Montant en euros > 0 : ?"
                      accept fde_montant
                  end-perform

                  display "Beneficiaire / fournisseur : ?"
                  accept fde_beneficiaire

                  move 0 to Wtrouve

                  perform with test after until Wtrouve = 1

                      display "Type d'activite lie (AUCUN si aucun) : ?"
                      accept Wtype

                      if Wtype = "AUCUN" then
                          move spaces to fde_type
                          move 1 to Wtrouve
                      else
                          perform existeType

                          if Wtrouve = 1 then
                              move Wtype to fde_type
                          end-if
                      end-if

                  end-perform.


               ajoutDepense.

                  move 0 to Wstop
                  move 1 to Wtrouve

                  perform with test after until Wstop = 0

                      perform with test after until Wtrouve = 0

                          display "Donner l'identifiant d'une depense "
                                  "inexistante : "
                          accept WidDepense

                          perform existeDepense
                      end-perform

                      move 0 to fde_date
                      move 0 to fde_montant

                      perform SaisieChampsDepense

                      move fde_date to WdateControle
                      perform VerifPeriodeCloturee

                      if WperiodeCloturee = 1 then

                          display "Periode comptable close, "
                                  "depense refusee"

                      else

                          open I-O fdepense

                              move WidDepense to fde_iddepense
                              write tamp_fdepense
                          end-write

                          if cr_fdepense = 00 then
                              display "Une nouvelle depense ajoutee "
                                      "avec succes"
                              move "AJOUT DEPENSE" to WjournalOperation
                              move WidDepense to WjournalId
                              perform Journaliser
                          else
                              display "Depense non ajoutee dans le "
                                      "fichier des depenses"
                          end-if

                          close fdepense

                      end-if

                      perform with test after until Wstop = 0  OR Wstop = 1
                          display "Autre depense ? 1(Oui) ou 0(Non)"
                          accept Wstop
                      end-perform

                  end-perform.


               UpdateDepense.

                  open input fdepense
                  DISPLAY "Donnez l'identifiant de la depense a corriger : "
                  ACCEPT WidDepense
                  PERFORM existeDepense

                  MOVE WidDepense TO fde_iddepense
                  READ fdepense

                  IF Wtrouve = 1 THEN

                      open input fdepense

                      move WidDepense to fde_iddepense

                      read fdepense
                          not invalid key
                              move fde_date to WdateControle
                      end-read

                      close fdepense

                      perform VerifPeriodeCloturee

                      if WperiodeCloturee = 0 then

                          move 0 to fde_date
                          move 0 to fde_montant

                          perform SaisieChampsDepense

                          move fde_date to WdateControle
                          perform VerifPeriodeCloturee

                      end-if

                      if WperiodeCloturee = 1 then

                          DISPLAY "Periode comptable close, "
                                  "modification refusee"

                      else

                          move WidDepense to fde_iddepense

                          OPEN I-O fdepense
                          REWRITE tamp_fdepense
                          end-rewrite

                          if cr_fdepense = 00
                              DISPLAY "Modificatiion effectuee avec succes"
                              move "MODIF DEPENSE" to WjournalOperation
                              move WidDepense to WjournalId
                              perform Journaliser
                          ELSE
                              DISPLAY "Aucune modification apportee"
                          END-IF

                          CLOSE fdepense

                      end-if
                  ELSE
                      DISPLAY "Depense inexistante dans notre logiciel"
                  END-IF.


               affichageDepense.

                  open input fdepense

                  move 0 to Wfin

                  perform with test after until Wfin = 1

                      read fdepense next

                          at end
                              move 1 to Wfin
                          not at end

                              display "Depense : "fde_iddepense
                                      " du "fde_date
                              display "Categorie : "fde_categorie
                                      " Montant : "fde_montant" euros"
                              display "Beneficiaire : "fde_beneficiaire
                              if fde_type not = spaces
                                  display "Type lie : "fde_type
                              end-if
                              display "-----------------------------------"

                      end-read

                  end-perform

                  close fdepense.


               CumulCategorieDepense.

                  move 0 to WcatTrouvee

                  if WnbCategories > 0 then

                      move 1 to Wix3

                      perform with test after until Wix3 > WnbCategories

                          if WcatNom(Wix3) = fde_categorie then
                              add fde_montant to WcatTotal(Wix3)
                              move 1 to WcatTrouvee
                          end-if

                          add 1 to Wix3

                      end-perform

                  end-if

                  if WcatTrouvee = 0 then

                      if WnbCategories < 20 then
                          add 1 to WnbCategories
                          move fde_categorie to WcatNom(WnbCategories)
                          move fde_montant to WcatTotal(WnbCategories)
                      else
                          display "Trop de categories de depenses, "
                                  "cumul dans la derniere"
                          add fde_montant to WcatTotal(20)
                      end-if

                  end-if.


               CompteResultat.

                  open output fresultat

                  move spaces to resultat-ligne
                  string "Compte de resultat de la saison en cours"
                         delimited by size into resultat-ligne
                  write resultat-ligne

                  move spaces to resultat-ligne
                  write resultat-ligne

                  open input fpaiement

                  move 0 to Wfin
                  move 0 to WrecettesBrutes

                  perform with test after until Wfin = 1

                      read fpaiement next

                          at end
                              move 1 to Wfin
                          not at end
                              add fpa_montant to WrecettesBrutes

                      end-read

                  end-perform

                  close fpaiement

                  open input fremboursement

                  move 0 to Wfin
                  move 0 to WtotalRembourse
                  move 0 to WtotalAvoirsReportes

                  perform with test after until Wfin = 1

                      read fremboursement next

                          at end
                              move 1 to Wfin
                          not at end

                              if frb_mode = 1 then
                                  add frb_montant to WtotalRembourse
                              else
                                  add frb_montant to WtotalAvoirsReportes
                              end-if

                      end-read

                  end-perform

                  close fremboursement

                  if WrecettesBrutes >= WtotalRembourse then
                      compute WtotalRecettes =
                              WrecettesBrutes - WtotalRembourse
                  else
                      move 0 to WtotalRecettes
                  end-if

                  move spaces to resultat-ligne
                  string "RECETTES"
                         delimited by size into resultat-ligne
                  write resultat-ligne

                  move spaces to resultat-ligne
                  string "  Cotisations encaissees (brut) : "
                         WrecettesBrutes " euros"
                         delimited by size into resultat-ligne
                  write resultat-ligne

                  move spaces to resultat-ligne
                  string "  Remboursements verses : " WtotalRembourse
                         " euros"
                         delimited by size into resultat-ligne
                  write resultat-ligne

                  move spaces to resultat-ligne
                  string "  Cotisations nettes : " WtotalRecettes
                         " euros"
                         delimited by size into resultat-ligne
                  write resultat-ligne

                  move spaces to resultat-ligne
                  string "  (avoirs reportes sur d'autres inscriptions : "
                         WtotalAvoirsReportes " euros)"
                         delimited by size into resultat-ligne
                  write resultat-ligne

                  move spaces to resultat-ligne
                  write resultat-ligne

                  move spaces to resultat-ligne
                  string "DEPENSES"
                         delimited by size into resultat-ligne
                  write resultat-ligne

                  open input fdepense

                  move 0 to Wfin
                  move 0 to WtotalDepenses
                  move 0 to WnbCategories

                  perform with test after until Wfin = 1

                      read fdepense next

                          at end
                              move 1 to Wfin
                          not at end

                              add fde_montant to WtotalDepenses
                              perform CumulCategorieDepense

                      end-read

                  end-perform

                  close fdepense

                  if WnbCategories > 0 then

                      move 1 to Wix3

                      perform with test after until Wix3 > WnbCategories

                          move spaces to resultat-ligne
                          string "  " WcatNom(Wix3) " : "
                                 WcatTotal(Wix3) " euros"
                                 delimited by size into resultat-ligne
                          write resultat-ligne

                          add 1 to Wix3

                      end-perform

                  else

                      move spaces to resultat-ligne
                      string "  Aucune depense enregistree"
                             delimited by size into resultat-ligne
                      write resultat-ligne

                  end-if

                  move spaces to resultat-ligne
                  string "  Total des depenses : " WtotalDepenses
                         " euros"
                         delimited by size into resultat-ligne
                  write resultat-ligne

                  move spaces to resultat-ligne
                  write resultat-ligne

                  move spaces to resultat-ligne

                  if WtotalRecettes >= WtotalDepenses then

                      compute WresultatSaison =
                              WtotalRecettes - WtotalDepenses

                      string "RESULTAT : excedent de " WresultatSaison
                             " euros"
                             delimited by size into resultat-ligne

                  else

                      compute WresultatSaison =
                              WtotalDepenses - WtotalRecettes

                      string "RESULTAT : deficit de " WresultatSaison
                             " euros"
                             delimited by size into resultat-ligne

                  end-if

                  write resultat-ligne

                  close fresultat

                  display "Compte de resultat imprime dans "
                          "compteResultat.txt"

                  move "COMPTE RESULTAT" to WjournalOperation
                  move spaces to WjournalId
                  perform Journaliser.


               SaisieCompteComptable.

                  perform with test after until WnatureCompte = "T"
                                  or WnatureCompte = "C"
                                  or WnatureCompte = "M"
                      display "Nature : T(type d'activite), "
                              "C(categorie de depense), "
                              "M(mode de paiement) : ?"
                      accept WnatureCompte
                  end-perform

                  if WnatureCompte = "T" then

                      move 0 to Wtrouve

                      perform with test after until Wtrouve = 1
                          display "Type d'activite : ?"
                          accept Wtype
                          perform existeType
                      end-perform

                      move Wtype to WlibelleCompte

                  end-if

                  if WnatureCompte = "C" then
                      display "Categorie de depense : ?"
                      accept WlibelleCompte
                  end-if

                  if WnatureCompte = "M" then

                      perform with test after until WmodePaiement >= 1
                                      and WmodePaiement <= 4
                          display "Mode : 1(especes) 2(cheque) "
                                  "3(virement) 4(cheques vacances) : ?"
                          accept WmodePaiement
                      end-perform

                      perform LibelleModePaiement
                      move WlibelleMode to WlibelleCompte

                  end-if

                  perform with test after until WcompteSaisi not = spaces
                      display "Numero de compte du plan comptable : ?"
                      accept WcompteSaisi
                  end-perform

                  display "Intitule du compte : ?"
                  accept WintituleSaisi

                  open I-O fcorrespondance

                  move WnatureCompte to fcc_nature
                  move WlibelleCompte to fcc_libelle

                  read fcorrespondance

                      invalid key

                          move WnatureCompte to fcc_nature
                          move WlibelleCompte to fcc_libelle
                          move WcompteSaisi to fcc_compte
                          move WintituleSaisi to fcc_intitule

                          write tamp_fcorrespondance
                          end-write

                          move "AJOUT COMPTE" to WjournalOperation

                      not invalid key

                          move WcompteSaisi to fcc_compte
                          move WintituleSaisi to fcc_intitule

                          rewrite tamp_fcorrespondance
                          end-rewrite

                          move "MODIF COMPTE" to WjournalOperation

                  end-read

                  if cr_fcorrespondance = 00 then
                      display "Correspondance enregistree"
                      move spaces to WjournalId
                      string WnatureCompte " " WcompteSaisi
                             delimited by size into WjournalId
                      perform Journaliser
                  else
                      display "Correspondance non enregistree"
                  end-if

                  close fcorrespondance.


               affichageComptesComptables.

                  open input fcorrespondance

                  move 0 to Wfin

                  perform with test after until Wfin = 1

                      read fcorrespondance next

                          at end
                              move 1 to Wfin
                          not at end

                              display fcc_nature " " fcc_libelle " -> "
                                      fcc_compte " " fcc_intitule

                      end-read

                  end-perform

                  close fcorrespondance

                  display "Sans correspondance, les ecritures vont au "
                          "compte d'attente " WcompteAttente.


               RechercheCompte.

                  open input fcorrespondance

                  move WnatureCompte to fcc_nature
                  move WlibelleCompte to fcc_libelle

                  read fcorrespondance

                      invalid key
                          move WcompteAttente to WcompteTrouve
                          add 1 to WnbSansCompte
                          display "Pas de compte pour " WnatureCompte " "
                                  WlibelleCompte ", compte d'attente"

                      not invalid key
                          move fcc_compte to WcompteTrouve

                  end-read

                  close fcorrespondance.


               VerifPeriodeCloturee.

                  move 0 to WperiodeCloturee

                  compute WmoisControle = WdateControle / 100

                  open input fperiode

                  move WmoisControle to fpc_mois

                  read fperiode

                      invalid key
                          continue

                      not invalid key
                          if fpc_cloture = 1 then
                              move 1 to WperiodeCloturee
                          end-if

                  end-read

                  close fperiode.


               ExportComptable.

                  perform with test after until WmoisDebutExport > 190000
                      display "Premier mois de la periode (AAAAMM) : ?"
                      accept WmoisDebutExport
                  end-perform

                  perform with test after
                          until WmoisFinExport >= WmoisDebutExport
                      display "Dernier mois de la periode (AAAAMM) : ?"
                      accept WmoisFinExport
                  end-perform

                  accept WdateExport from date yyyymmdd

                  move 0 to WtotalDebit
                  move 0 to WtotalCredit
                  move 0 to WnbEcritures
                  move 0 to WnbSansCompte

                  open output fecriture

                  move spaces to ecriture-ligne
                  string "Export du " WdateExport " periode "
                         WmoisDebutExport " a " WmoisFinExport
                         delimited by size into ecriture-ligne
                  write ecriture-ligne

                  move spaces to ecriture-ligne
                  string "date;journal;compte;libelle;piece;debit;credit"
                         delimited by size into ecriture-ligne
                  write ecriture-ligne

                  perform ExportRecettes
                  perform ExportRemboursements
                  perform ExportDepenses

                  move spaces to ecriture-ligne
                  string "TOTAL;;;;;" WtotalDebit ";" WtotalCredit
                         delimited by size into ecriture-ligne
                  write ecriture-ligne

                  close fecriture

                  display WnbEcritures " piece(s) exportee(s) dans "
                          "ecrituresComptables.csv"
                  display "Total debit : " WtotalDebit
                          " Total credit : " WtotalCredit

                  if WnbSansCompte > 0 then
                      display WnbSansCompte " ligne(s) passee(s) au "
                              "compte d'attente " WcompteAttente
                  end-if

                  move "EXPORT COMPTABLE" to WjournalOperation
                  move spaces to WjournalId
                  string WmoisDebutExport " " WmoisFinExport
                         delimited by size into WjournalId
                  perform Journaliser

                  if WtotalDebit not = WtotalCredit then

                      display "Journal desequilibre, cloture impossible"

                  else

                      perform with test after until WchoixCloture = 0
                                      or WchoixCloture = 1
                          display "Cloturer les mois exportes ? "
                                  "1(Oui) / 0(Non)"
                          accept WchoixCloture
                      end-perform

                      if WchoixCloture = 1 then
                          perform CloturePeriode
                      end-if

                  end-if.


               ExportRecettes.

                  open input fpaiement

                  move 0 to WfinPaiement

                  perform with test after until WfinPaiement = 1

                      read fpaiement next

                          at end
                              move 1 to WfinPaiement
                          not at end

                              compute WmoisControle =
                                      fpa_datePaiement / 100

                              if WmoisControle >= WmoisDebutExport
                              and WmoisControle <= WmoisFinExport then
                                  perform EcritureRecette
                              end-if

                      end-read

                  end-perform

                  close fpaiement.


               EcritureRecette.

                  move fpa_modePaiement to WmodePaiement
                  perform LibelleModePaiement

                  move "M" to WnatureCompte
                  move WlibelleMode to WlibelleCompte
                  perform RechercheCompte
                  move WcompteTrouve to WcompteDebit

                  open input factivite

                  move fpa_idactivite to fa_idactivite
                  move spaces to WlibelleCompte

                  read factivite
                      not invalid key
                          move fa_type to WlibelleCompte
                  end-read

                  close factivite

                  move "T" to WnatureCompte
                  perform RechercheCompte
                  move WcompteTrouve to WcompteCredit

                  move fpa_datePaiement to WdatePiece
                  move "RE" to WcodeJournal
                  move fpa_numrecu to WnumPiece
                  move fpa_montant to WmontantPiece
                  move spaces to WlibellePiece
                  string "Cotisation membre " fpa_idmembre
                         " activite " fpa_idactivite
                         delimited by size into WlibellePiece

                  perform EcriturePartieDouble.


               ExportRemboursements.

                  open input fremboursement

                  move 0 to Wfin

                  perform with test after until Wfin = 1

                      read fremboursement next

                          at end
                              move 1 to Wfin
                          not at end

                              compute WmoisControle = frb_date / 100

                              if frb_mode = 1 and frb_montant > 0
                              and WmoisControle >= WmoisDebutExport
                              and WmoisControle <= WmoisFinExport then
                                  perform EcritureRemboursement
                              end-if

                      end-read

                  end-perform

                  close fremboursement.


               EcritureRemboursement.

                  open input factivite

                  move frb_idactivite to fa_idactivite
                  move spaces to WlibelleCompte

                  read factivite
                      not invalid key
                          move fa_type to WlibelleCompte
                  end-read

                  close factivite

                  move "T" to WnatureCompte
                  perform RechercheCompte
                  move WcompteTrouve to WcompteDebit

                  move "M" to WnatureCompte
                  move "especes" to WlibelleCompte
                  perform RechercheCompte
                  move WcompteTrouve to WcompteCredit

                  move frb_date to WdatePiece
                  move "AV" to WcodeJournal
                  move frb_numavoir to WnumPiece
                  move frb_montant to WmontantPiece
                  move spaces to WlibellePiece
                  string "Remboursement membre " frb_idmembre
                         " activite " frb_idactivite
                         delimited by size into WlibellePiece

                  perform EcriturePartieDouble.


               ExportDepenses.

                  open input fdepense

                  move 0 to Wfin

                  perform with test after until Wfin = 1

                      read fdepense next

                          at end
                              move 1 to Wfin
                          not at end

                              compute WmoisControle = fde_date / 100

                              if WmoisControle >= WmoisDebutExport
                              and WmoisControle <= WmoisFinExport then
                                  perform EcritureDepense
                              end-if

                      end-read

                  end-perform

                  close fdepense.


               EcritureDepense.

                  move "C" to WnatureCompte
                  move fde_categorie to WlibelleCompte
                  perform RechercheCompte
                  move WcompteTrouve to WcompteDebit

                  move "M" to WnatureCompte
                  move "virement" to WlibelleCompte
                  perform RechercheCompte
                  move WcompteTrouve to WcompteCredit

                  move fde_date to WdatePiece
                  move "DE" to WcodeJournal
                  move fde_iddepense to WnumPiece
                  move fde_montant to WmontantPiece
                  move spaces to WlibellePiece
                  string fde_categorie " " fde_beneficiaire
                         delimited by size into WlibellePiece

                  perform EcriturePartieDouble.


               EcriturePartieDouble.

                  move spaces to ecriture-ligne
                  string WdatePiece ";" WcodeJournal ";" WcompteDebit ";"
                         WlibellePiece ";" WnumPiece ";" WmontantPiece
                         ";0"
                         delimited by size into ecriture-ligne
                  write ecriture-ligne

                  move spaces to ecriture-ligne
                  string WdatePiece ";" WcodeJournal ";" WcompteCredit ";"
                         WlibellePiece ";" WnumPiece ";0;" WmontantPiece
                         delimited by size into ecriture-ligne
                  write ecriture-ligne

                  add WmontantPiece to WtotalDebit
                  add WmontantPiece to WtotalCredit
                  add 1 to WnbEcritures.


               CloturePeriode.

                  move WmoisDebutExport to WmoisCloture

                  open I-O fperiode

                  perform with test after until WmoisCloture > WmoisFinExport

                      move WmoisCloture to fpc_mois

                      read fperiode

                          invalid key
                              move WmoisCloture to fpc_mois
                              move WdateExport to fpc_dateExport
                              move 1 to fpc_cloture
                              write tamp_fperiode
                              end-write

                          not invalid key
                              move WdateExport to fpc_dateExport
                              move 1 to fpc_cloture
                              rewrite tamp_fperiode
                              end-rewrite

                      end-read

                      move "CLOTURE PERIODE" to WjournalOperation
                      move WmoisCloture to WjournalId
                      perform Journaliser

                      divide WmoisCloture by 100 giving WanCloture
                              remainder WmmCloture

                      if WmmCloture >= 12 then
                          compute WmoisCloture = (WanCloture + 1) * 100 + 1
                      else
                          add 1 to WmoisCloture
                      end-if

                  end-perform

                  close fperiode

                  display "Mois " WmoisDebutExport " a " WmoisFinExport
                          " clotures".


               affichagePeriodes.

                  open input fperiode

                  move 0 to Wfin

                  perform with test after until Wfin = 1

                      read fperiode next

                          at end
                              move 1 to Wfin
                          not at end

                              if fpc_cloture = 1 then
                                  display "Mois " fpc_mois
                                          " exporte le " fpc_dateExport
                                          " : clos"
                              else
                                  display "Mois " fpc_mois " : ouvert"
                              end-if

                      end-read

                  end-perform

                  close fperiode.


               VerifPrets.

                  open input fpret

                  move 0 to Wfin2

                  perform with test after until Wfin2 = 1

                      read fpret next

                          at end
                              move 1 to Wfin2
                          not at end

                              move fpt_idmembre to Widmembre
                              perform existeMembre

                              if Wtrouve = 0 then

                                  move spaces to WverifLibelle
                                  string "Pret " fpt_idpret
                                         " : membre inexistant "
                                         fpt_idmembre
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                              move fpt_idmateriel to WidMateriel
                              perform existeMateriel

                              if Wtrouve = 0 then

                                  move spaces to WverifLibelle
                                  string "Pret " fpt_idpret
                                         " : materiel inexistant "
                                         fpt_idmateriel
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                      end-read

                  end-perform

                  close fpret

                  open input fmateriel

                  move 0 to Wfin2

                  perform with test after until Wfin2 = 1

                      read fmateriel next

                          at end
                              move 1 to Wfin2
                          not at end

                              if fmt_qteDisponible > fmt_qteTotale then

                                  move spaces to WverifLibelle
                                  string "Materiel " fmt_idmateriel
                                         " : disponible superieur au "
                                         "possede"
                                         delimited by size into WverifLibelle
                                  perform AnomalieVerification

                              end-if

                      end-read

                  end-perform

                  close fmateriel.


               RapportCotisations.

                  open input finscription

                  move 0 to Wfin
                  move 0 to WtotalPaye
                  move 0 to WtotalDu
                  move 0 to WnbInscritsPaye
                  move 0 to WnbInscritsImpaye

                  perform with test after until Wfin = 1

                      read finscription

                          at end
                              move 1 to Wfin
                          not at end

                              move fi_idmembre to Widmembre
                              move fi_idactivite to Widactivite
                              perform CalculSoldeInscription

                              add WtotalVerse to WtotalPaye

                              if WsoldeInscription = 0 then
                                  add 1 to WnbInscritsPaye
                              else
                                  add WsoldeInscription to WtotalDu
                                  add 1 to WnbInscritsImpaye
                              end-if

                      end-read

                  end-perform

                  close finscription

                  display "----- Rapport des cotisations -----"
                  display "Inscriptions soldees   : "WnbInscritsPaye
                  display "Montant encaisse       : "WtotalPaye
                  display "Inscriptions impayees  : "WnbInscritsImpaye
                  display "Montant restant du     : "WtotalDu.


               nbInscritActivite.
               	open input finscription

               	move 0 to Wfin1
               	move 0 to Wstop
               	move 0 to WnbInscrits

               	move Widactivite to fi_idactivite

               	start finscription key is = fi_idactivite

               		invalid key
               			move 1 to Wfin1

               		not invalid key

               		     perform with test after until Wfin1 = 1
               		     				or Wstop = 1

               		     	read finscription next

               		     	    at end
               		     		move 1 to Wfin1
               		     	    not at end

               		     		if fi_idactivite = Widactivite then
               		     			add 1 to WnbInscrits
               		     		else
               		     			move 1 to Wstop
               		     		end-if

               		     end-perform

               	end-start

           		close finscription.
           		
           		
               GrilleOccupationLieux.

                  perform BornesSaison

                  open output fgrille

                  move spaces to grille-ligne
                  string "Grille d'occupation des lieux - semaines "
                         WsemDebutSaison " a " WsemFinSaison
                         " (" WnbSemainesSaison " semaines)"
                         delimited by size into grille-ligne
                  write grille-ligne

                  move spaces to grille-ligne
                  string "Chaque case : nombre de semaines reservees, "
                         "'.' libre, '--' lieu ferme"
                         delimited by size into grille-ligne
                  write grille-ligne

                  open input flieu

                  move 0 to Wfin2

                  perform with test after until Wfin2 = 1

                      read flieu next

                          at end
                              move 1 to Wfin2
                          not at end

                              perform GrilleLieu

                      end-read

                  end-perform

                  close flieu

                  close fgrille

                  display "Grille d'occupation ecrite dans grilleLieux.txt".


               BornesSaison.

                  move 52 to WsemDebutSaison
                  move 1 to WsemFinSaison
                  move 0 to Wtrouve

                  open input factivite

                  move 0 to Wfin1

                  perform with test after until Wfin1 = 1

                      read factivite next

                          at end
                              move 1 to Wfin1
                          not at end

                              move 1 to Wtrouve

                              if fa_semaine < WsemDebutSaison then
                                  move fa_semaine to WsemDebutSaison
                              end-if

                              if fa_semaineF > WsemFinSaison then
                                  move fa_semaineF to WsemFinSaison
                              end-if

                      end-read

                  end-perform

                  close factivite

                  if Wtrouve = 0 or WsemFinSaison < WsemDebutSaison then
                      move 1 to WsemDebutSaison
                      move 52 to WsemFinSaison
                  end-if

                  compute WnbSemainesSaison =
                          WsemFinSaison - WsemDebutSaison + 1.


               GrilleLieu.

                  move zeros to WtabGrille

                  move fli_idlieu to WidLieu

                  move spaces to grille-ligne
                  write grille-ligne

                  move spaces to grille-ligne
                  string "Lieu " fli_idlieu " " fli_nomLieu
                         " - capacite " fli_capacite
                         " - ouvert de " fli_heureOuverture "h a "
                         fli_heureFermeture "h"
                         delimited by size into grille-ligne
                  write grille-ligne

                  open input factivite

                  move 0 to Wfin1

                  perform with test after until Wfin1 = 1

                      read factivite next

                          at end
                              move 1 to Wfin1
                          not at end

                              if fa_idlieu = WidLieu then
                                  perform GrilleActiviteLieu
                              end-if

                      end-read

                  end-perform

                  close factivite

                  perform GrilleRattrapagesLieu

                  move spaces to grille-ligne
                  move "Jour      " to grille-ligne(1:10)
                  move 11 to WposGrille
                  move 8 to WheureGrille

                  perform with test after until WheureGrille > 21
                      move WheureGrille to WheureEdition
                      move WheureEdition to grille-ligne(WposGrille + 1:2)
                      add 3 to WposGrille
                      add 1 to WheureGrille
                  end-perform

                  write grille-ligne

                  move 0 to WheuresReservees
                  move 1 to WjourGrille

                  perform with test after until WjourGrille > 7

                      move spaces to grille-ligne
                      move WnomJour(WjourGrille) to grille-ligne(1:10)
                      move 11 to WposGrille
                      move 8 to WheureGrille

                      perform with test after until WheureGrille > 21

                          if WheureGrille < fli_heureOuverture
                          or WheureGrille >= fli_heureFermeture then
                              move " --" to grille-ligne(WposGrille:3)
                          else

                              if WgrilleHeure(WjourGrille, WheureGrille)
                                 = 0 then
                                  move "  ." to grille-ligne(WposGrille:3)
                              else
                                  move WgrilleHeure(WjourGrille,
                                                    WheureGrille)
                                       to WheureEdition
                                  move WheureEdition
                                       to grille-ligne(WposGrille + 1:2)

                                  if WgrilleHeure(WjourGrille,
                                                  WheureGrille)
                                     > WnbSemainesSaison then
                                      add WnbSemainesSaison
                                          to WheuresReservees
                                  else
                                      add WgrilleHeure(WjourGrille,
                                                       WheureGrille)
                                          to WheuresReservees
                                  end-if
                              end-if

                          end-if

                          add 3 to WposGrille
                          add 1 to WheureGrille

                      end-perform

                      write grille-ligne

                      add 1 to WjourGrille

                  end-perform

                  move 0 to WheuresOuvertes

                  if fli_heureFermeture > fli_heureOuverture then
                      compute WheuresOuvertes =
                              (fli_heureFermeture - fli_heureOuverture)
                              * 7 * WnbSemainesSaison
                  end-if

                  move 0 to WtauxOccupation

                  if WheuresOuvertes > 0 then
                      compute WtauxOccupation rounded =
                              WheuresReservees * 100 / WheuresOuvertes
                  end-if

                  move spaces to grille-ligne
                  string "Occupation sur la saison : " WheuresReservees
                         " h reservees / " WheuresOuvertes
                         " h d'ouverture = " WtauxOccupation " %"
                         delimited by size into grille-ligne
                  write grille-ligne.


               GrilleActiviteLieu.

                  move 0 to WnbSeances
                  move 0 to WnbRemplacements
                  move fa_semaine to Wsemaine

                  perform with test after until Wsemaine > fa_semaineF

                      perform ActiviteALieuSemaine

                      if Wactive = 1 then

                          add 1 to WnbSeances

                          move fa_heureD to WheureGrille

                          perform with test after
                                  until WheureGrille >= fa_heureF
                              add 1 to WgrilleHeure(fa_jour, WheureGrille)
                              add 1 to WheureGrille
                          end-perform

                          move fa_encadrant to WencadrantSemaine
                          move fa_idactivite to Widactivite
                          perform RemplacantSemaine

                          if WencadrantSemaine not = fa_encadrant then
                              add 1 to WnbRemplacements
                          end-if

                      end-if

                      add 1 to Wsemaine

                  end-perform

                  move spaces to grille-ligne
                  string "  " fa_idactivite " " fa_nomActivite " "
                         WnomJour(fa_jour) fa_heureD "h-" fa_heureF
                         "h " fa_encadrant " : " WnbSeances
                         " seance(s), " WnbRemplacements
                         " remplacement(s)"
                         delimited by size into grille-ligne
                  write grille-ligne.


               GrilleRattrapagesLieu.

                  open input fannulation

                  move 0 to Wfin1

                  perform with test after until Wfin1 = 1

                      read fannulation next

                          at end
                              move 1 to Wfin1
                          not at end

                              if fan_rattrapage = 1 then

                                  open input factivite
                                  move 0 to Wtrouve
                                  move fan_idactivite to fa_idactivite
                                  read factivite
                                      not invalid key
                                          move 1 to Wtrouve
                                  end-read
                                  close factivite

                                  if Wtrouve = 1
                                  and fa_idlieu = WidLieu then

                                      move fan_rattrapageHeureD
                                           to WheureGrille

                                      perform with test after
                                              until WheureGrille >=
                                                    fan_rattrapageHeureF
                                          add 1 to WgrilleHeure(
                                                   fan_rattrapageJour,
                                                   WheureGrille)
                                          add 1 to WheureGrille
                                      end-perform

                                      move spaces to grille-ligne
                                      string "  " fa_idactivite " "
                                             fa_nomActivite
                                             " rattrapage semaine "
                                             fan_rattrapageSemaine " "
                                             WnomJour(fan_rattrapageJour)
                                             fan_rattrapageHeureD "h-"
                                             fan_rattrapageHeureF "h"
                                             delimited by size
                                             into grille-ligne
                                      write grille-ligne

                                  end-if

                              end-if

                      end-read

                  end-perform

                  close fannulation.


               RapportRemplissage.

                  move 0 to WnbTypesRemplissage

                  open output fremplissage

                  move spaces to remplissage-ligne
                  string "Taux de remplissage des activites "
                         "(sous-remplie < " WseuilSousRemplie " %)"
                         delimited by size into remplissage-ligne
                  write remplissage-ligne

                  move spaces to remplissage-ligne
                  write remplissage-ligne

                  open input factivite

                  move 0 to Wfin2

                  perform with test after until Wfin2 = 1

                      read factivite next

                          at end
                              move 1 to Wfin2
                          not at end

                              perform RemplissageActivite

                      end-read

                  end-perform

                  close factivite

                  move spaces to remplissage-ligne
                  write remplissage-ligne

                  move spaces to remplissage-ligne
                  string "Par type d'activite :"
                         delimited by size into remplissage-ligne
                  write remplissage-ligne

                  if WnbTypesRemplissage > 0 then

                      move 1 to Wix3

                      perform with test after until Wix3 > WnbTypesRemplissage

                          move 0 to WtauxRemplissage

                          if WremPlaces(Wix3) > 0 then
                              compute WtauxRemplissage rounded =
                                      WremInscrits(Wix3) * 100
                                      / WremPlaces(Wix3)
                          end-if

                          move 0 to WtauxPresence

                          if WremPointages(Wix3) > 0 then
                              compute WtauxPresence rounded =
                                      WremPresents(Wix3) * 100
                                      / WremPointages(Wix3)
                          end-if

                          move spaces to remplissage-ligne
                          string "  " WremType(Wix3) " : "
                                 WremActivites(Wix3) " activite(s), "
                                 WremInscrits(Wix3) "/" WremPlaces(Wix3)
                                 " places (" WtauxRemplissage " %), attente "
                                 WremAttente(Wix3) ", presence "
                                 WtauxPresence " %"
                                 delimited by size into remplissage-ligne
                          write remplissage-ligne

                          add 1 to Wix3

                      end-perform

                  end-if

                  close fremplissage

                  display "Taux de remplissage ecrits dans remplissage.txt".


               RemplissageActivite.

                  move fa_idactivite to Widactivite

                  perform nbInscritActivite

                  perform ComptageAttenteActivite

                  perform ComptagePresencesActivite

                  move 0 to WtauxRemplissage

                  if fa_nbparticipant > 0 then
                      compute WtauxRemplissage rounded =
                              WnbInscrits * 100 / fa_nbparticipant
                  end-if

                  move 0 to WtauxPresence

                  if WnbPointages > 0 then
                      compute WtauxPresence rounded =
                              WnbPresents * 100 / WnbPointages
                  end-if

                  move spaces to WdrapeauRemplissage

                  if WtauxRemplissage < WseuilSousRemplie then
                      move "SOUS-REMPLIE" to WdrapeauRemplissage
                  end-if

                  if WnbAttente > 0 then
                      move "SUR-DEMANDEE" to WdrapeauRemplissage
                  end-if

                  move spaces to remplissage-ligne
                  string fa_idactivite " " fa_nomActivite " " fa_type
                         delimited by size into remplissage-ligne
                  write remplissage-ligne

                  move spaces to remplissage-ligne
                  string "    inscrits " WnbInscrits "/"
                         fa_nbparticipant " (" WtauxRemplissage
                         " %), attente " WnbAttente ", presence "
                         WtauxPresence " % " WdrapeauRemplissage
                         delimited by size into remplissage-ligne
                  write remplissage-ligne

                  move 0 to WtypeDejaVu
                  move 1 to Wix3

                  if WnbTypesRemplissage > 0 then

                      perform with test after
                              until Wix3 > WnbTypesRemplissage
                                 or WtypeDejaVu = 1

                          if WremType(Wix3) = fa_type then
                              move 1 to WtypeDejaVu
                          else
                              add 1 to Wix3
                          end-if

                      end-perform

                  end-if

                  if WtypeDejaVu = 0 and WnbTypesRemplissage < 30 then
                      add 1 to WnbTypesRemplissage
                      move WnbTypesRemplissage to Wix3
                      move fa_type to WremType(Wix3)
                      move 0 to WremActivites(Wix3)
                      move 0 to WremPlaces(Wix3)
                      move 0 to WremInscrits(Wix3)
                      move 0 to WremAttente(Wix3)
                      move 0 to WremPresents(Wix3)
                      move 0 to WremPointages(Wix3)
                      move 1 to WtypeDejaVu
                  end-if

                  if WtypeDejaVu = 1 then
                      add 1 to WremActivites(Wix3)
                      add fa_nbparticipant to WremPlaces(Wix3)
                      add WnbInscrits to WremInscrits(Wix3)
                      add WnbAttente to WremAttente(Wix3)
                      add WnbPresents to WremPresents(Wix3)
                      add WnbPointages to WremPointages(Wix3)
                  end-if.


               ComptageAttenteActivite.

                  open input fattente

                  move 0 to Wfin1
                  move 0 to Wstop
                  move 0 to WnbAttente

                  move Widactivite to fl_idactivite

                  start fattente key is = fl_idactivite

                      invalid key
                          move 1 to Wfin1

                      not invalid key

                          perform with test after until Wfin1 = 1
                                          or Wstop = 1

                              read fattente next

                                  at end
                                      move 1 to Wfin1
                                  not at end

                                      if fl_idactivite = Widactivite then
                                          add 1 to WnbAttente
                                      else
                                          move 1 to Wstop
                                      end-if

                          end-perform

                  end-start

                  close fattente.


               ComptagePresencesActivite.

                  open input fpresence

                  move 0 to Wfin1
                  move 0 to Wstop
                  move 0 to WnbPresents
                  move 0 to WnbPointages

                  move Widactivite to fp_idactivite
                  move 0 to fp_semaine
                  move 0 to fp_idmembre

                  start fpresence key is not less than fp_clepresence

                      invalid key
                          move 1 to Wfin1

                      not invalid key

                          perform with test after until Wfin1 = 1
                                          or Wstop = 1

                              read fpresence next

                                  at end
                                      move 1 to Wfin1
                                  not at end

                                      if fp_idactivite = Widactivite then
                                          add 1 to WnbPointages
                                          if fp_present = 1 then
                                              add 1 to WnbPresents
                                          end-if
                                      else
                                          move 1 to Wstop
                                      end-if

                          end-perform

                  end-start

                  close fpresence.


               ActiviteLaPlusSuivie.
             	   
             	   open input factivite
