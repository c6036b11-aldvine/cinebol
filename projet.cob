    ALTERNATE RECORD KEY fpt_idseance WITH DUPLICATES
    FILE STATUS IS fpt_stat.

    *> archive des pointages des seances archivees : la cle seance +
    *> reservation reste unique meme si un numero de reservation resert
    SELECT fpointageH ASSIGN TO "pointage-archive.dat"
    ORGANIZATION indexed
    ACCESS IS dynamic
    RECORD KEY fpth_cle
    FILE STATUS IS fpth_stat.

    *> rapport des no-shows d'une seance : les reservations payees
    *> jamais pointees a l'entree, un fichier par seance
    SELECT fnoshow ASSIGN TO Wnoshowfichier
    ALTERNATE RECORD KEY fv_date WITH DUPLICATES
    FILE STATUS IS fv_stat.

    *> mouvements de stock confiserie : une ligne par entree ou sortie
    *> (livraison, casse/perime, ajustement d'inventaire, vente), seule
    *> voie de modification de fart_stock
    SELECT fmvtstock ASSIGN TO "mouvements-stock.dat"
    ORGANIZATION indexed
    ACCESS IS dynamic
    RECORD KEY fms_num
    ALTERNATE RECORD KEY fms_numarticle WITH DUPLICATES
    ALTERNATE RECORD KEY fms_date WITH DUPLICATES
    FILE STATUS IS fms_stat.

    *> compte rendu d'inventaire physique pour le comptable : stock
    *> theorique, compte, ecart et demarque valorisee, un fichier par jour
    SELECT finventaire ASSIGN TO Winventairefichier
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS finv_stat.

    *> etat des stocks confiserie sous le seuil de reassort
    SELECT fetatstock ASSIGN TO "stock-etat.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS fep_stat.

    *> compte rendu de relogement : les seances deplacees vers une
    *> autre salle et celles qui n'ont pu l'etre, un fichier par jour
    SELECT frelogement ASSIGN TO Wrelogementfichier
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS frg_stat.

    *> codes promotionnels et contremarques partenaires (CE,
    *> operations commerciales) : type de remise, validite, partenaire
    *> a qui refacturer et plafonds d'utilisation
    SELECT fpromos ASSIGN TO "promos.dat"
    ORGANIZATION indexed
    ACCESS IS dynamic
    RECORD KEY fpr_code
    FILE STATUS IS fpr_stat.

    *> utilisations des codes : une ligne par code applique a une
    *> reservation, avec la remise accordee (annulee si la reservation
    *> tombe), base du billet, de la recette et de la refacturation
    SELECT fpromoutil ASSIGN TO "promos-utilisations.dat"
    ORGANIZATION indexed
    ACCESS IS dynamic
    RECORD KEY fpu_num
    ALTERNATE RECORD KEY fpu_code WITH DUPLICATES
    ALTERNATE RECORD KEY fpu_numresa WITH DUPLICATES
    FILE STATUS IS fpu_stat.

    *> releve mensuel des utilisations par partenaire, pour la
    *> refacturation des contremarques CE, un fichier par mois demande
    SELECT fetatpartenaires ASSIGN TO Wpartenairesfichier
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS fepa_stat.

    *> declaration hebdomadaire au CNC : entrees et recettes film par
    *> film et par categorie de tarif, TSA et TVA, controle de la
    *> numerotation des reservations, un fichier par semaine
    *> cinematographique (nomme avec son mercredi)
    SELECT fcnc ASSIGN TO Wcncfichier
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS fcnc_stat.

    *> analyse de frequentation d'une periode : remplissage, entrees,
    *> presents et recette moyens par salle x jour x tranche horaire et
    *> par genre, un fichier par periode demandee
    SELECT ffrequentation ASSIGN TO Wfrequentationfichier
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ffq_stat.

    *> commandes de la billetterie en ligne du partenaire, une ligne par
    *> commande deja reglee sur le site (seance, places par tarif,
    *> sieges demandes ou meilleures places, mail, reference du site)
    SELECT fwebcmd ASSIGN TO "reservations-web.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS fwb_stat.

    *> suivi des commandes web par reference du site : une commande
    *> deja integree ou rejetee n'est jamais retraitee, meme apres une
    *> reprise sur incident
    SELECT fwebsuivi ASSIGN TO "reservations-web-suivi.dat"
    ORGANIZATION indexed
    ACCESS IS dynamic
    RECORD KEY fws_refweb
    FILE STATUS IS fws_stat.

    *> compte rendu d'integration : chaque commande lue avec son sort
    SELECT fwebcr ASSIGN TO "reservations-web-cr.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS fwc_stat.

    *> commandes web rejetees a renvoyer au partenaire pour
    *> remboursement, un fichier par jour complete au fil des reprises
    SELECT fwebrejet ASSIGN TO Wwebrejetfichier
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS fwr_stat.

    *> copie sequentielle datee d'un fichier indexe, un enregistrement
    *> par enregistrement du fichier puis un enregistrement de controle
    *> (nombre d'enregistrements et total d'un champ montant)
    SELECT fsauvegarde ASSIGN TO Wsauvegardefichier
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS fsv_stat.

    *> compte rendu de restauration d'un fichier indexe : rejets et
    *> rapprochement avec l'enregistrement de controle de la sauvegarde
    SELECT frestauration ASSIGN TO Wrestaurationfichier
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS frs_stat.

    *> operateurs autorises a utiliser le programme, avec leur profil
    *> d'habilitation sur les options du menu
    SELECT foperateurs ASSIGN TO "operateurs.dat"
    ORGANIZATION indexed
    ACCESS IS dynamic
    RECORD KEY fop_id
    FILE STATUS IS fop_stat.

    *> compte rendu du changement de mail ou de la fusion d'un client :
    *> nombre d'enregistrements modifies par fichier
    SELECT fmailcr ASSIGN TO "changement-mail-cr.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS fmc_stat.

    *> tableau de bord mensuel de gestion compare au meme mois de
    *> l'annee precedente, un fichier par mois demande
    SELECT ftableaubord ASSIGN TO Wtableaufichier
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ftb_stat.


DATA DIVISION.

           03 fa_numattente PIC 9(4).
        02 fa_mail PIC A(500).
        02 fa_place PIC 9(3).
        *> code promotionnel a appliquer a la promotion du client
        02 fa_codepromo PIC X(10).

    FD fbillet.
    01 billetTampon.
        02 fpt_date PIC 9(8).
        02 fpt_heure PIC X(6).

    FD fpointageH.
    01 pointageHTampon.
        02 fpth_cle.
           03 fpth_idseance PIC 9(4).
           03 fpth_numresa PIC 9(4).
        02 fpth_date PIC 9(8).
        02 fpth_heure PIC X(6).

    FD fnoshow.
    01 noshowTampon.
        02 fns_ligne PIC X(600).
        02 fv_moyen PIC X(1).
        02 fv_montant PIC 9(6).

    FD fmvtstock.
    01 mvtstockTampon.
        02 fms_num PIC 9(6).
        02 fms_numarticle PIC 9(4).
        02 fms_date PIC 9(8).
        *> type L=livraison C=casse/perime I=ajustement d'inventaire
        *> V=vente ; sens +=entree en stock -=sortie
        02 fms_type PIC X(1).
        02 fms_sens PIC X(1).
        02 fms_quantite PIC 9(5).
        02 fms_motif PIC X(40).
        *> ticket de caisse pour une vente, 0 sinon
        02 fms_ticket PIC 9(6).
        02 fms_stockapres PIC 9(5).
        *> valeur du mouvement au prix de vente de l'article
        02 fms_valeur PIC 9(7).

    FD finventaire.
    01 inventaireTampon.
        02 finv_ligne PIC X(120).

    FD fetatstock.
    01 etatstockTampon.
        02 fes_ligne PIC X(120).
        02 fp_statut PIC X(1).
        02 fp_montant PIC 9(4).

    FD frelogement.
    01 relogementTampon.
        02 frg_ligne PIC X(120).

    FD fpromos.
    01 promoTampon.
        02 fpr_code PIC X(10).
        *> type M=montant deduit P=pourcentage G=place offerte
        02 fpr_type PIC X(1).
        *> M : euros deduits, P : pourcentage, G : places achetees pour
        *> une offerte (0 = le code paie lui-meme une place)
        02 fpr_valeur PIC 9(4).
        02 fpr_datedeb PIC 9(8).
        02 fpr_datefin PIC 9(8).
        02 fpr_partenaire PIC X(30).
        *> plafonds d'utilisation (0 = sans limite) et compteur
        02 fpr_maxutil PIC 9(5).
        02 fpr_maxclient PIC 9(3).
        02 fpr_nbutil PIC 9(5).

    FD fpromoutil.
    01 promoutilTampon.
        02 fpu_num PIC 9(6).
        02 fpu_code PIC X(10).
        02 fpu_numresa PIC 9(4).
        02 fpu_mail PIC A(500).
        02 fpu_date PIC 9(8).
        02 fpu_remise PIC 9(4).
        *> statut U=utilise A=annule (reservation annulee ou echangee)
        02 fpu_statut PIC X(1).

    FD fetatpartenaires.
    01 etatpartenaireTampon.
        02 fepa_ligne PIC X(120).

    FD fcnc.
    01 cncTampon.
        02 fcnc_ligne PIC X(150).

    FD ffrequentation.
    01 frequentationTampon.
        02 ffq_ligne PIC X(150).

    FD fwebcmd.
    01 webcmdTampon.
        02 fwb_refweb PIC X(20).
        02 fwb_idseance PIC 9(4).
        02 fwb_placeAdulte PIC 9(2).
        02 fwb_placeEnfant PIC 9(2).
        02 fwb_placeAbonne PIC 9(2).
        *> sieges choisis sur le plan du site, tous a zero = meilleures
        *> places disponibles
        02 fwb_siege OCCURS 20 PIC 9(3).
        *> montant regle sur le site
        02 fwb_montant PIC 9(4).
        02 fwb_mail PIC A(500).

    FD fwebsuivi.
    01 websuiviTampon.
        02 fws_refweb PIC X(20).
        02 fws_numresa PIC 9(4).
        02 fws_date PIC 9(8).
        *> statut E=reservation ecrite S=sieges et entrees du film
        *> P=paiement enregistre I=integree R=rejetee
        02 fws_statut PIC X(1).
        02 fws_motif PIC X(60).

    FD fwebcr.
    01 webcrTampon.
        02 fwc_ligne PIC X(200).

    FD fwebrejet.
    01 webrejetTampon.
        02 fwr_ligne PIC X(200).

    FD fsauvegarde.
    01 sauvegardeTampon.
        *> type D=donnees C=controle (dernier enregistrement)
        02 fsv_type PIC X(1).
        02 fsv_donnees PIC X(1000).
    01 sauvegardeCtrlTampon.
        02 fsvc_type PIC X(1).
        02 fsvc_fichier PIC X(30).
        02 fsvc_date PIC 9(8).
        02 fsvc_heure PIC 9(6).
        02 fsvc_nbenreg PIC 9(9).
        02 fsvc_total PIC 9(15).
        *> statut de lecture du fichier sauvegarde, 00 = copie complete
        02 fsvc_statut PIC 9(2).

    FD frestauration.
    01 restaurationTampon.
        02 frs_ligne PIC X(200).

    FD foperateurs.
    01 operateurTampon.
        02 fop_id PIC X(8).
        02 fop_nom PIC X(30).
        02 fop_motdepasse PIC X(10).
        *> profil C=caissier O=ouvreur F=confiserie R=responsable
        02 fop_profil PIC X(1).
        *> statut A=actif D=desactive
        02 fop_statut PIC X(1).
        *> 1 = mot de passe provisoire a changer a la connexion
        02 fop_achanger PIC 9(1).
        02 fop_datecrea PIC 9(8).

    FD fmailcr.
    01 mailcrTampon.
        02 fmc_ligne PIC X(600).

    FD ftableaubord.
    01 tableauTampon.
        02 ftb_ligne PIC X(150).

WORKING-STORAGE SECTION.

    *> variables de compte rendu
    77 fim_stat PIC 9(2).
    77 fic_stat PIC 9(2).
    77 fpt_stat PIC 9(2).
    77 fpth_stat PIC 9(2).
    77 fns_stat PIC 9(2).
    77 WprochainAttente PIC 9(4).
    77 WplaceLibreAttente PIC 9(4).
    77 WprochainNumResa PIC 9(4).

    *> variables du fichier paiements.dat et de la cloture de caisse
    *> moyens : E=especes C=carte Q=cheque cinema W=vente web (reglee
    *> sur le site du partenaire, hors tiroir), statuts : P=paye
    *> A=en attente R=rembourse
    77 WprochainPaiement PIC 9(4).
    77 WmoyenP PIC X(1).
    77 WtotalEspece PIC S9(6) SIGN LEADING SEPARATE.
    77 WtotalCarte PIC S9(6) SIGN LEADING SEPARATE.
    77 WtotalCheque PIC S9(6) SIGN LEADING SEPARATE.
    77 WtotalWeb PIC S9(6) SIGN LEADING SEPARATE.
    77 WtotalAttente PIC 9(6).
    77 WtotalRembourse PIC 9(6).
    77 WtotalEncaisse PIC S9(6) SIGN LEADING SEPARATE.
    77 WnbEtapeExec PIC 9(1).
    77 WnbEtapeSaute PIC 9(1).
    01 WetapesFaites.
       02 WetapeFaite OCCURS 6 PIC 9(1).

    *> variables du controle de chevauchement des creneaux de salle
    *> (duree reelle du film + battement "B" de la table des tarifs)
          03 WartT PIC 9(4).
          03 WqteT PIC 9(3).
          03 WmontT PIC 9(6).
          03 WstockT PIC 9(5).
          03 WprixT PIC 9(4).
    *> mouvements de stock (entree : WartMvt, WtypeMvt, WsensMvt,
    *> WqteMvt, WmotifMvt, WticketMvt, WstockMvt, WprixMvt) et inventaire
    77 fms_stat PIC 9(2).
    77 finv_stat PIC 9(2).
    77 Winventairefichier PIC X(30).
    77 WprochainMvtStock PIC 9(6).
    77 WartMvt PIC 9(4).
    77 WtypeMvt PIC X(1).
    77 WsensMvt PIC X(1).
    77 WqteMvt PIC 9(5).
    77 WmotifMvt PIC X(40).
    77 WticketMvt PIC 9(6).
    77 WstockMvt PIC 9(5).
    77 WprixMvt PIC 9(4).
    77 WfinMvt PIC 9(1).
    77 WcompteInv PIC 9(5).
    77 WecartInv PIC S9(5) SIGN LEADING SEPARATE.
    77 WvaleurEcartInv PIC S9(7) SIGN LEADING SEPARATE.
    77 WcasseInv PIC 9(5).
    77 WvaleurCasseInv PIC 9(7).
    77 WnbArticlesInv PIC 9(4).
    77 WnbEcartsInv PIC 9(4).
    77 WdemarqueInv PIC 9(8).
    77 WsurplusInv PIC 9(8).
    77 WtotalCasseInv PIC 9(8).
    77 WtotalStockInv PIC 9(9).

    *> variables du programme de fidelite a points : 1 place fermee
    *> credite WpointsParPlace points, WpointsParEuro points valent 1
    77 WjoursRestant PIC 9(5).
    77 WnbExpire PIC 9(5).
    77 WnbBientot PIC 9(5).
    *> abonnement avant mise a jour de la fiche, pour le journal
    77 WavantAbo PIC X(40).

    *> variables de l'archivage des seances passees
    01 WdateCoupure.
    77 WpremFinS PIC 9(3).
    77 WconfirmePmr PIC 9(1).

    *> variables du relogement des seances d'une salle fermee ou
    *> reduite (WcapaRelog : ne retenir que les seances ayant un siege
    *> occupe au-dela de cette capacite, 0 = toutes)
    77 frg_stat PIC 9(2).
    77 Wrelogementfichier PIC X(30).
    77 WmodeRelog PIC 9(1).
    77 WsalleRelog PIC 9(4).
    77 WsalleCible PIC 9(4).
    77 WcapaRelog PIC 9(3).
    77 WidRelog PIC 9(4).
    77 WancSalleRel PIC 9(4).
    77 WnouvSalleRel PIC 9(4).
    01 WdateRelog.
       02 WjourRelog PIC 9(2).
       02 WmoisRelog PIC 9(2).
       02 WanneeRelog PIC 9(4).
    77 WheureRelog PIC 9(2).
    77 WminuteRelog PIC 9(2).
    77 WfilmRelog PIC 9(4).
    77 WoccRelog PIC 9(3).
    77 WpmrRelog PIC 9(3).
    77 WpremRelog PIC 9(3).
    77 WstdRelog PIC 9(3).
    77 WretenueRelog PIC 9(1).
    77 WstatRelog PIC 9(2).
    77 WnbPremSalle PIC 9(3).
    77 WfinSeanceRel PIC 9(1).
    77 WfinSalleRel PIC 9(1).
    77 WfinResaRel PIC 9(1).
    77 WfinSiegeRel PIC 9(1).
    77 WcatVoulue PIC X(1).
    77 WcatCherche PIC X(1).
    77 WsiegeTrouve PIC 9(3).
    77 WiSiegeRel PIC 9(2).
    77 WdeclassRel PIC 9(2).
    77 WnbRelogees PIC 9(4).
    77 WnbNonRelogees PIC 9(4).
    77 WnbResaRelog PIC 9(5).
    77 WmotifRelog PIC X(60).
    77 WancNbplaceSal PIC 9(3).
    77 WancStatutSal PIC X(1).
    77 WsalleModifiee PIC 9(1).
    *> nouvelle configuration de la salle reportee sur les plans de
    *> salle des seances a venir
    77 WancPmrSal PIC 9(2).
    77 WancPremDebSal PIC 9(3).
    77 WancPremFinSal PIC 9(3).
    77 WnbplaceSal PIC 9(3).
    77 WpmrSal PIC 9(2).
    77 WpremDebSal PIC 9(3).
    77 WpremFinSal PIC 9(3).
    77 WcatSal PIC X(1).
    77 WderSiegeSal PIC 9(3).
    77 WnbSeancesAjSal PIC 9(4).
    77 WnbRetiresSal PIC 9(6).
    77 WnbReclassesSal PIC 9(6).
    77 WnbAjoutesSal PIC 9(6).
    77 WnbHorsCapaSal PIC 9(6).
    01 WtabSeancesRel.
       02 WseanceRel OCCURS 999 PIC 9(4).
    77 WnbSeancesRel PIC 9(3).
    77 WiRel PIC 9(3).
    01 WtabCatRel.
       02 WcatRel OCCURS 999 PIC X(1).
    01 WtabResaRel.
       02 WresaRel OCCURS 999.
          03 WnumResaRel PIC 9(4).
          03 WremboursRel PIC 9(4).
    77 WnbResaRel PIC 9(3).
    77 WiResaRel PIC 9(3).

    *> variables des codes promotionnels et contremarques partenaires
    *> (entree : WcodePromo, WmontantPromo, WplacePromo, WmailPromo et
    *> WresaPromo a ne pas compter ; sortie : WpromoOk, WremisePromo)
    77 fpr_stat PIC 9(2).
    77 fpu_stat PIC 9(2).
    77 fepa_stat PIC 9(2).
    77 Wpartenairesfichier PIC X(30).
    77 WcodePromo PIC X(10).
    77 WcodeAttente PIC X(10).
    77 WpromoOk PIC 9(1).
    77 WremisePromo PIC 9(4).
    77 WmontantPromo PIC 9(4).
    77 WplacePromo PIC 9(3).
    77 WmailPromo PIC A(500).
    77 WresaPromo PIC 9(4).
    77 WnbGratuit PIC 9(3).
    77 WnbUtilClient PIC 9(5).
    77 WprochainUtil PIC 9(6).
    77 WfinPromo PIC 9(1).
    77 WdejaPromo PIC 9(1).
    77 WpartTrouve PIC 9(1).
    77 WnomPartCherche PIC X(30).
    77 WremiseSeance PIC 9(6).
    77 WremiseJour PIC 9(6).
    01 WmoisPartenaire.
       02 WmoisPart PIC 9(2).
       02 WanneePart PIC 9(4).
    77 WnbPartenaires PIC 9(3).
    77 WiPart PIC 9(3).
    77 WtotalUtilPart PIC 9(6).
    77 WtotalRemisePart PIC 9(8).
    01 WtabPartenaires.
       02 WpartenaireT OCCURS 200.
          03 WnomPart PIC X(30).
          03 WnbUtilPart PIC 9(6).
          03 WremisePart PIC 9(8).

    *> variables de la declaration hebdomadaire CNC (semaine du
    *> mercredi au mardi ; categories 1=adulte 2=enfant 3=abonne)
    77 fcnc_stat PIC 9(2).
    77 Wcncfichier PIC X(30).
    01 WdateCnc.
       02 WjourCnc PIC 9(2).
       02 WmoisCnc PIC 9(2).
       02 WanneeCnc PIC 9(4).
    77 WdebutCncInt PIC 9(8).
    77 WfinCncInt PIC 9(8).
    77 WdebutCnc PIC 9(8).
    77 WfinCnc PIC 9(8).
    77 WtauxTSA PIC 9(2)V99 VALUE 10.72.
    77 WtauxTVA PIC 9(2)V99 VALUE 5.50.
    77 WtarifAdulteCnc PIC 9(2).
    77 WtarifEnfantCnc PIC 9(2).
    77 WtarifAbonneCnc PIC 9(2).
    77 WidFilmCnc PIC 9(4).
    77 WadulteCnc PIC 9(3).
    77 WenfantCnc PIC 9(2).
    77 WabonneCnc PIC 9(2).
    77 WmontantCnc PIC 9(6).
    77 WnominalCnc PIC 9(6).
    77 WrecAdulteCnc PIC 9(6).
    77 WrecEnfantCnc PIC 9(6).
    77 WrecAbonneCnc PIC 9(6).
    77 WresteCnc PIC 9(6).
    77 WnumResaCnc PIC 9(4).
    77 WencaisseCnc PIC S9(6).
    77 WchequeCnc PIC S9(6).
    77 WmvtCnc PIC 9(1).
    77 WrembCnc PIC 9(1).
    77 WnbOptionsCnc PIC 9(5).
    77 WnbRembCnc PIC 9(5).
    77 WnbFilmsCnc PIC 9(3).
    77 WiCnc PIC 9(3).
    77 WcatCnc PIC 9(1).
    77 WtrouveCnc PIC 9(1).
    01 WtabCnc.
       02 WfilmCnc OCCURS 200.
          03 WidFilmC PIC 9(4).
          03 WentreesC PIC 9(6) OCCURS 3.
          03 WrecetteC PIC 9(8) OCCURS 3.
    77 WlibCatCnc PIC X(6).
    77 WentreesFilmCnc PIC 9(6).
    77 WrecetteFilmCnc PIC 9(8).
    77 WhtCnc PIC 9(8)V99.
    77 WtvaCnc PIC 9(8)V99.
    77 WtsaCnc PIC 9(8)V99.
    77 WtotEntreesCnc PIC 9(7).
    77 WtotRecetteCnc PIC 9(9).
    77 WtotHtCnc PIC 9(9)V99.
    77 WtotTvaCnc PIC 9(9)V99.
    77 WtotTsaCnc PIC 9(9)V99.
    77 WhtEdCnc PIC Z(8)9.99.
    77 WtvaEdCnc PIC Z(8)9.99.
    77 WtsaEdCnc PIC Z(8)9.99.
    77 WtauxTsaEdCnc PIC Z9.99.
    77 WtauxTvaEdCnc PIC Z9.99.
    *> controle de la numerotation
    77 WmaxNumCnc PIC 9(4).
    77 WnumCtrlCnc PIC 9(4).
    77 WvivantCnc PIC 9(1).
    77 WarchiveCnc PIC 9(1).
    77 WnbTrousCnc PIC 9(5).
    77 WnbReutilCnc PIC 9(5).
    77 WnetResaCnc PIC S9(6).
    77 WresaPrecCnc PIC 9(4).
    77 WsoldeNulCnc PIC 9(1).
    77 WsignaleCnc PIC 9(1).
    77 WfinCtrlCnc PIC 9(1).

    *> variables de l'analyse de frequentation (jour 1=lundi..7=dimanche,
    *> tranches 1=matin 2=midi 3=apres-midi 4=debut de soiree
    *> 5=soiree 6=nuit)
    77 ffq_stat PIC 9(2).
    77 Wfrequentationfichier PIC X(30).
    77 WseuilFreq PIC 9(3).
    77 WarchiveFreq PIC 9(1).
    77 WidSeanceFreq PIC 9(4).
    77 WsalleFreq PIC 9(4).
    77 WfilmFreq PIC 9(4).
    77 WheureFreq PIC 9(2).
    77 WjourFreq PIC 9(1).
    77 WtrancheFreq PIC 9(1).
    77 WgenreFreq PIC A(20).
    77 WcapaFreq PIC 9(4).
    77 WoccFreq PIC 9(4).
    77 WentreesFreq PIC 9(5).
    77 WpresentsFreq PIC 9(5).
    77 WrecetteFreq PIC 9(7).
    77 WtauxFreq PIC 9(3).
    77 WcleFreq PIC 9(6).
    77 WfinFreq PIC 9(1).
    77 WfinMesFreq PIC 9(1).
    77 WnbSeancesFreq PIC 9(6).
    77 WnbSousSeuilFreq PIC 9(4).
    77 WiFreq PIC 9(4).
    77 WjFreq PIC 9(4).
    77 WposFreq PIC 9(4).
    77 WtrouveFreq PIC 9(1).
    77 WlibJourFreq PIC X(8).
    77 WlibTrancheFreq PIC X(20).
    77 WmoyTauxFreq PIC 9(3).
    77 WmoyEntreesFreq PIC 9(5)V9.
    77 WmoyPresentsFreq PIC 9(5)V9.
    77 WmoyRecetteFreq PIC 9(7)V99.
    77 WmoyEntreesEdFreq PIC Z(4)9.9.
    77 WmoyPresentsEdFreq PIC Z(4)9.9.
    77 WmoyRecetteEdFreq PIC Z(6)9.99.
    77 WnbCreneauxFreq PIC 9(4).
    01 WtabCreneauxFreq.
       02 WcreneauF OCCURS 999.
          03 WcleF PIC 9(6).
          03 WsalleF PIC 9(4).
          03 WjourF PIC 9(1).
          03 WtrancheF PIC 9(1).
          03 WnbSeancesF PIC 9(5).
          03 WcapaF PIC 9(7).
          03 WoccF PIC 9(7).
          03 WentreesF PIC 9(7).
          03 WpresentsF PIC 9(7).
          03 WrecetteF PIC 9(9).
          03 WtauxMaxF PIC 9(3).
    77 WnbGenresFreq PIC 9(3).
    01 WtabGenresFreq.
       02 WgenreG OCCURS 100.
          03 WnomGenreG PIC A(20).
          03 WnbSeancesG PIC 9(5).
          03 WcapaG PIC 9(7).
          03 WoccG PIC 9(7).
          03 WentreesG PIC 9(7).
          03 WpresentsG PIC 9(7).
          03 WrecetteG PIC 9(9).

    *> variables de l'integration des reservations web (commandes
    *> reglees sur le site du partenaire, moyen de paiement W)
    77 fwb_stat PIC 9(2).
    77 fws_stat PIC 9(2).
    77 fwc_stat PIC 9(2).
    77 fwr_stat PIC 9(2).
    77 Wwebrejetfichier PIC X(30).
    77 WfinWeb PIC 9(1).
    77 WfinSiegeWeb PIC 9(1).
    77 WmotifWeb PIC X(60).
    77 WnumWeb PIC 9(4).
    77 WplaceWeb PIC 9(3).
    77 WiWeb PIC 9(2).
    77 WjWeb PIC 9(2).
    77 WcatWeb PIC X(1).
    77 WdoublonWeb PIC 9(1).
    *> 0=commande nouvelle 1=reprise d'une integration interrompue
    *> 2=commande deja traitee 3=suivi sans reservation, a verifier
    77 WrepriseWeb PIC 9(1).
    77 WsuiviWeb PIC 9(1).
    77 WarretWeb PIC 9(1).
    77 WpaiementWeb PIC 9(1).
    77 WtarifWeb PIC 9(4).
    77 WdateSeanceWeb PIC 9(8).
    77 WheureSeanceWeb PIC 9(4).
    77 WheureActWeb PIC 9(4).
    77 WnbWebLu PIC 9(4).
    77 WnbWebIntegre PIC 9(4).
    77 WnbWebRejet PIC 9(4).
    77 WnbWebDeja PIC 9(4).
    77 WnbWebReprise PIC 9(4).
    77 WnbWebEcart PIC 9(4).
    01 WtabSiegesWeb.
       02 WsiegeWeb OCCURS 20 PIC 9(3).

    *> variables de la sauvegarde et de la restauration des fichiers
    *> indexes (fichier WiSauv de 1 a WnbFichiersSauv, voir
    *> NOM_FICHIER_SAUV)
    77 fsv_stat PIC 9(2).
    77 frs_stat PIC 9(2).
    77 Wsauvegardefichier PIC X(60).
    77 Wrestaurationfichier PIC X(60).
    77 WnbFichiersSauv PIC 9(2) VALUE 26.
    77 WiSauv PIC 9(2).
    77 WnomSauv PIC X(30).
    77 WlibTotalSauv PIC X(30).
    77 WdateSauv PIC 9(8).
    77 WstatSauv PIC 9(2).
    77 WstatOuvSauv PIC 9(2).
    77 WfinSauv PIC 9(1).
    77 WmontantSauv PIC 9(9).
    77 WnbEnregSauv PIC 9(9).
    77 WtotalSauv PIC 9(15).
    77 WctrlTrouveSauv PIC 9(1).
    77 WnbCtrlSauv PIC 9(9).
    77 WtotalCtrlSauv PIC 9(15).
    77 WstatCtrlSauv PIC 9(2).
    77 WnbLuSauv PIC 9(9).
    77 WnbRejetSauv PIC 9(9).
    77 WnbErreurSauv PIC 9(2).
    77 WconfirmeSauv PIC X(1).

    *> variables des operateurs et des habilitations par profil
    77 fop_stat PIC 9(2).
    77 WidOperateur PIC X(8).
    77 WnomOperateur PIC X(30).
    77 WprofilOperateur PIC X(1).
    77 WlibProfil PIC X(12).
    77 WconnecteOp PIC 9(1).
    77 WessaisOp PIC 9(1).
    77 WmaxEssaisOp PIC 9(1) VALUE 3.
    77 WidSaisiOp PIC X(8).
    77 WmotdepasseOp PIC X(10).
    77 WmotdepasseOp2 PIC X(10).
    77 WmdpOk PIC 9(1).
    77 WmotifOp PIC X(30).
    77 WchoixOp PIC 9(1).
    77 WnbOperateurs PIC 9(4).
    77 WfinOp PIC 9(1).
    77 WcreeOp PIC 9(1).
    77 WprofilNouvOp PIC X(1).
    77 WachangerNouvOp PIC 9(1).
    01 WdroitsOperateur.
       02 WdroitMenu OCCURS 60 PIC X(1).

    *> variables du changement de mail et de la fusion de fiches clients
    *> (WfusionMail 0=changement de mail 1=fusion dans une fiche existante)
    77 fmc_stat PIC 9(2).
    77 WancienMail PIC A(500).
    77 WnouveauMail PIC A(500).
    77 WfusionMail PIC 9(1).
    77 WmailOk PIC 9(1).
    77 WfinMail PIC 9(1).
    77 WconfirmeMail PIC X(1).
    77 WpointsSource PIC 9(6).
    77 WdatedebSource PIC 9(8).
    77 WdureeSource PIC 9(2).
    77 WecheanceSource PIC 9(8).
    77 WfichierMail PIC X(30).
    77 WnbMailFichier PIC 9(6).
    77 WnbMailResa PIC 9(6).
    77 WnbMailResaH PIC 9(6).
    77 WnbMailPoints PIC 9(6).
    77 WnbMailNotifs PIC 9(6).
    77 WnbMailAttente PIC 9(6).
    77 WnbMailPromo PIC 9(6).
    77 WnbMailClients PIC 9(1).

    *> variables du tableau de bord mensuel (colonne 1 = mois demande,
    *> colonne 2 = meme mois de l'annee precedente ; indicateurs dans
    *> l'ordre de WtabLibTdb)
    77 ftb_stat PIC 9(2).
    77 Wtableaufichier PIC X(30).
    77 WmoisTdb PIC 9(2).
    77 WanneeTdb PIC 9(4).
    77 WanneePrecTdb PIC 9(4).
    77 WcolTdb PIC 9(1).
    77 WarchiveTdb PIC 9(1).
    77 WfinTdb PIC 9(1).
    77 WtrouveTdb PIC 9(1).
    77 WiTdb PIC 9(3).
    77 WposTdb PIC 9(3).
    77 WrangTdb PIC 9(2).
    77 WmaxTdb PIC 9(7).
    77 WaujourdhuiTdb PIC X(8).
    77 WdateSeanceTdb PIC X(8).
    77 WidSeanceTdb PIC 9(4).
    77 WidFilmTdb PIC 9(4).
    77 WplacesTdb PIC 9(3).
    77 WadulteTdb PIC 9(3).
    77 WenfantTdb PIC 9(3).
    77 WabonneTdb PIC 9(3).
    77 WmontantTdb PIC S9(6).
    77 WnominalTdb PIC 9(7).
    77 WrecAdulteTdb PIC S9(7).
    77 WrecEnfantTdb PIC S9(7).
    77 WrecAbonneTdb PIC S9(7).
    77 WresteTdb PIC S9(7).
    77 WposTypeTdb PIC 9(4).
    77 WposDureeTdb PIC 9(4).
    77 WcurTdb PIC S9(9)V99.
    77 WprecTdb PIC S9(9)V99.
    77 WecartTdb PIC S9(6)V9.
    77 WecartEdTdb PIC +(6)9.9.
    77 WvalEdTdb PIC -(10)9.99.
    77 WvalEd2Tdb PIC -(10)9.99.
    77 WnbEdTdb PIC -(13)9.
    77 WnbEd2Tdb PIC -(13)9.
    01 WdateMvtTdb.
       02 WanneeMvtTdb PIC 9(4).
       02 WmoisMvtTdb PIC 9(2).
       02 WjourMvtTdb PIC 9(2).
    01 WtarifsTdb.
       02 WtarifT OCCURS 2.
          03 WtarifAdulteT PIC 9(2).
          03 WtarifEnfantT PIC 9(2).
          03 WtarifAbonneT PIC 9(2).
    01 WtabIndicTdb.
       02 WcolonneT OCCURS 2.
          03 WvalT OCCURS 19 PIC S9(9)V99.
    *> libelles des indicateurs (charges par CHARGE_LIBELLES_TDB),
    *> N = nombre M = montant ou moyenne
    01 WtabLibTdb.
       02 WlibTdb OCCURS 19.
          03 WformatT PIC X(1).
          03 WlibIndicT PIC X(39).
    *> zones d'une ligne du tableau de bord
    77 WlibLT PIC X(39).
    77 WcurLT PIC X(15).
    77 WprecLT PIC X(15).
    77 WecartLT PIC X(12).
    77 WnbFilmsTdb PIC 9(3).
    01 WtabFilmsTdb.
       02 WfilmT OCCURS 300.
          03 WidFilmT PIC 9(4).
          03 WentreesFilmT OCCURS 2 PIC 9(7).
          03 WrecetteFilmT OCCURS 2 PIC S9(9).
          03 WrangFilmT OCCURS 2 PIC 9(2).
    01 WtabTopTdb.
       02 WtopT OCCURS 10.
          03 WtopFilmT OCCURS 2 PIC 9(3).
    *> zones d'une ligne du classement des films
    77 WrangLT PIC Z9.
    77 WtitreCurLT PIC X(30).
    77 WentreesCurLT PIC Z(6)9.
    77 WtitrePrecLT PIC X(30).
    77 WentreesPrecLT PIC Z(6)9.

    *> variable autre
    77 Wmenu PIC 9(2).
    
    END-IF
    CLOSE fpointage

    OPEN INPUT fpointageH
    IF fpth_stat = 35 THEN
        OPEN OUTPUT fpointageH
    END-IF
    CLOSE fpointageH

    OPEN INPUT fcheques
    IF fq_stat = 35 THEN
        OPEN OUTPUT fcheques
    END-IF
    CLOSE fventes

    OPEN INPUT fmvtstock
    IF fms_stat = 35 THEN
        OPEN OUTPUT fmvtstock
    END-IF
    CLOSE fmvtstock

    OPEN INPUT fpromos
    IF fpr_stat = 35 THEN
        OPEN OUTPUT fpromos
    END-IF
    CLOSE fpromos

    OPEN INPUT fpromoutil
    IF fpu_stat = 35 THEN
        OPEN OUTPUT fpromoutil
    END-IF
    CLOSE fpromoutil

    OPEN INPUT fwebsuivi
    IF fws_stat = 35 THEN
        OPEN OUTPUT fwebsuivi
    END-IF
    CLOSE fwebsuivi

    OPEN INPUT foperateurs
    IF fop_stat = 35 THEN
        OPEN OUTPUT foperateurs
    END-IF
    CLOSE foperateurs

    *> identification de l'operateur : son profil decide des options
    *> proposees et son identifiant signe chaque ligne du journal
    PERFORM CONNEXION_OPERATEUR
    IF WconnecteOp = 0 THEN
        STOP RUN
    END-IF

    MOVE 0 TO Wmenu
    PERFORM WITH TEST AFTER UNTIL Wmenu=60
        DISPLAY "Que voulez vous faire ?"
        IF WdroitMenu(1) = "O" THEN
            DISPLAY "1-Ajouter séance"
        END-IF
        IF WdroitMenu(2) = "O" THEN
            DISPLAY "2-Recherche séance"
        END-IF
        IF WdroitMenu(3) = "O" THEN
            DISPLAY "3-Suppression séance"
        END-IF
        IF WdroitMenu(4) = "O" THEN
            DISPLAY "4-Ajouter salle"
        END-IF
        IF WdroitMenu(5) = "O" THEN
            DISPLAY "5-Recherche salle"
        END-IF
        IF WdroitMenu(6) = "O" THEN
            DISPLAY "6-Ajout film"
        END-IF
        IF WdroitMenu(7) = "O" THEN
            DISPLAY "7-Recherche film"
        END-IF
        IF WdroitMenu(8) = "O" THEN
            DISPLAY "8-Ajout client"
        END-IF
        IF WdroitMenu(9) = "O" THEN
            DISPLAY "9-Recherche client"
        END-IF
        IF WdroitMenu(10) = "O" THEN
            DISPLAY "10-liste des clients"
        END-IF
        IF WdroitMenu(11) = "O" THEN
            DISPLAY "11-Ajout réservation"
        END-IF
        IF WdroitMenu(12) = "O" THEN
            DISPLAY "12-Recherche réservation"
        END-IF
        IF WdroitMenu(13) = "O" THEN
            DISPLAY "13-Affiche réservations en cours"
        END-IF
        IF WdroitMenu(14) = "O" THEN
            DISPLAY "14-Bénéfice journalier"
        END-IF
        IF WdroitMenu(15) = "O" THEN
            DISPLAY "15-Classement entrée"
        END-IF
        IF WdroitMenu(16) = "O" THEN
            DISPLAY "16-Ajout séances récurrentes"
        END-IF
        IF WdroitMenu(17) = "O" THEN
            DISPLAY "17-Annuler réservation"
        END-IF
        IF WdroitMenu(18) = "O" THEN
            DISPLAY "18-Modifier salle"
        END-IF
        IF WdroitMenu(19) = "O" THEN
            DISPLAY "19-Modifier film"
        END-IF
        IF WdroitMenu(20) = "O" THEN
            DISPLAY "20-Modifier tarifs"
        END-IF
        IF WdroitMenu(21) = "O" THEN
            DISPLAY "21-Clôture de caisse"
        END-IF
        IF WdroitMenu(22) = "O" THEN
            DISPLAY "22-Contrôle de cohérence des fichiers"
        END-IF
        IF WdroitMenu(23) = "O" THEN
            DISPLAY "23-Historique client"
        END-IF
        IF WdroitMenu(24) = "O" THEN
            DISPLAY "24-Grille hebdomadaire de programmation"
        END-IF
        IF WdroitMenu(25) = "O" THEN
            DISPLAY "25-Archivage des séances passées"
        END-IF
        IF WdroitMenu(26) = "O" THEN
            DISPLAY "26-Relances abonnements à échéance"
        END-IF
        IF WdroitMenu(27) = "O" THEN
            DISPLAY "27-Renouvellement d'abonnement"
        END-IF
        IF WdroitMenu(28) = "O" THEN
            DISPLAY "28-Confirmer une option de groupe"
        END-IF
        IF WdroitMenu(29) = "O" THEN
            DISPLAY "29-Expiration des options échues"
        END-IF
        IF WdroitMenu(30) = "O" THEN
            DISPLAY "30-Import de la programmation"
        END-IF
        IF WdroitMenu(31) = "O" THEN
            DISPLAY "31-Contrôle d'accès en salle"
        END-IF
        IF WdroitMenu(32) = "O" THEN
            DISPLAY "32-Rapport des no-shows"
        END-IF
        IF WdroitMenu(33) = "O" THEN
            DISPLAY "33-Encaisser un paiement en attente"
        END-IF
        IF WdroitMenu(34) = "O" THEN
            DISPLAY "34-Émission d'un chèque cinéma"
        END-IF
        IF WdroitMenu(35) = "O" THEN
            DISPLAY "35-État des chèques cinéma en circulation"
        END-IF
        IF WdroitMenu(36) = "O" THEN
            DISPLAY "36-État mensuel des points de fidélité"
        END-IF
        IF WdroitMenu(37) = "O" THEN
            DISPLAY "37-Expiration des points de fidélité"
        END-IF
        IF WdroitMenu(38) = "O" THEN
            DISPLAY "38-Gestion des articles confiserie"
        END-IF
        IF WdroitMenu(39) = "O" THEN
            DISPLAY "39-Vente confiserie"
        END-IF
        IF WdroitMenu(40) = "O" THEN
            DISPLAY "40-État des stocks confiserie sous seuil"
        END-IF
        IF WdroitMenu(41) = "O" THEN
            DISPLAY "41-Gestion des distributeurs"
        END-IF
        IF WdroitMenu(42) = "O" THEN
            DISPLAY "42-Bordereau de décompte distributeur"
        END-IF
        IF WdroitMenu(43) = "O" THEN
            DISPLAY "43-Fin de journée"
        END-IF
        IF WdroitMenu(44) = "O" THEN
            DISPLAY "44-Notifications clients à envoyer"
        END-IF
        IF WdroitMenu(45) = "O" THEN
            DISPLAY "45-Échange de réservation"
        END-IF
        IF WdroitMenu(46) = "O" THEN
            DISPLAY "46-Purge des retenues de sièges"
        END-IF
        IF WdroitMenu(47) = "O" THEN
            DISPLAY "47-Relogement des séances d'une salle"
        END-IF
        IF WdroitMenu(48) = "O" THEN
            DISPLAY "48-Gestion des codes promotionnels"
        END-IF
        IF WdroitMenu(49) = "O" THEN
            DISPLAY "49-Relevé mensuel des partenaires"
        END-IF
        IF WdroitMenu(50) = "O" THEN
            DISPLAY "50-Déclaration hebdomadaire CNC"
        END-IF
        IF WdroitMenu(51) = "O" THEN
            DISPLAY "51-Mouvement de stock confiserie (livraison, casse)"
        END-IF
        IF WdroitMenu(52) = "O" THEN
            DISPLAY "52-Inventaire physique confiserie"
        END-IF
        IF WdroitMenu(53) = "O" THEN
            DISPLAY "53-Analyse de fréquentation d'une période"
        END-IF
        IF WdroitMenu(54) = "O" THEN
            DISPLAY "54-Import des réservations web"
        END-IF
        IF WdroitMenu(55) = "O" THEN
            DISPLAY "55-Sauvegarde des fichiers indexés"
        END-IF
        IF WdroitMenu(56) = "O" THEN
            DISPLAY "56-Restauration / réorganisation d'un fichier indexé"
        END-IF
        IF WdroitMenu(57) = "O" THEN
            DISPLAY "57-Gestion des opérateurs"
        END-IF
        IF WdroitMenu(58) = "O" THEN
            DISPLAY "58-Changement de mail / fusion de fiches clients"
        END-IF
        IF WdroitMenu(59) = "O" THEN
            DISPLAY "59-Tableau de bord mensuel"
        END-IF
        DISPLAY "60-Quitter"
        ACCEPT Wmenu
        IF Wmenu >= 1 AND Wmenu <= 59 THEN
            IF WdroitMenu(Wmenu) NOT = "O" THEN
                DISPLAY "Option ",Wmenu," non autorisée pour le profil ",WlibProfil
                MOVE "REFUS_OPTION" TO Wjtype
                MOVE WidOperateur TO Wjcle
                MOVE SPACES TO Wjavant
                MOVE FUNCTION CONCATENATE("option=",Wmenu," profil=",WprofilOperateur) TO Wjapres
                PERFORM ECRIT_JOURNAL
                MOVE 0 TO Wmenu
            END-IF
        END-IF
        EVALUATE Wmenu
        WHEN 1
            PERFORM AJOUT_SEANCE
            PERFORM ECHANGE_RESERVATION
        WHEN 46
            PERFORM PURGE_RETENUES
        WHEN 47
            PERFORM RELOGE_SEANCES
        WHEN 48
            PERFORM GERE_PROMO
        WHEN 49
            PERFORM RAPPORT_PARTENAIRES
        WHEN 50
            PERFORM DECLARATION_CNC
        WHEN 51
            PERFORM MOUVEMENT_STOCK
        WHEN 52
            PERFORM INVENTAIRE_CONFISERIE
        WHEN 53
            PERFORM ANALYSE_FREQUENTATION
        WHEN 54
            PERFORM IMPORT_RESERVATIONS_WEB
        WHEN 55
            PERFORM SAUVEGARDE_FICHIERS
        WHEN 56
            PERFORM RESTAURE_FICHIER
        WHEN 57
            PERFORM GERE_OPERATEURS
        WHEN 58
            PERFORM CHANGE_MAIL_CLIENT
        WHEN 59
            PERFORM TABLEAU_DE_BORD
        END-EVALUATE
    END-PERFORM
    STOP RUN.
    *> ECRIT_JOURNAL : ajoute une ligne d'audit (Wjtype/Wjcle/Wjavant/Wjapres deja renseignes par l'appelant)
    ECRIT_JOURNAL.
      MOVE FUNCTION CURRENT-DATE TO Wjournaldate21
      MOVE FUNCTION CONCATENATE(Wjournaldate21(1:8),"-",Wjournaldate21(9:6)," op=",WidOperateur," ",Wjtype," cle=",Wjcle," avant=",Wjavant," apres=",Wjapres) TO fjo_ligne
      OPEN EXTEND fjournal
      WRITE journalTampon
      CLOSE fjournal.
                    MOVE fr_num TO WnumR
                    MOVE fr_montant TO WmontantR
                    PERFORM ENREGISTRE_REMBOURSEMENT
                    MOVE WnumR TO WresaPromo
                    PERFORM RETIRE_UTIL_PROMO
                    *> le client decouvre l'annulation autrement qu'au
                    *> guichet : notification de seance supprimee
                    MOVE "SEANCE_SUPPRIMEE" TO WtypeNotif
	END-IF
	CLOSE fsalles.

    *> MODIFIER_SALLE : change la capacité, les places PMR, le rang premium et/ou le statut (en service / hors service pour travaux) d'une salle existante, reporte la configuration sur les plans de salle des séances à venir et propose le relogement de celles qui ne tiennent plus
    MODIFIER_SALLE.
       MOVE 0 TO WsalleModifiee
       DISPLAY "Quel est le numéro de la salle à modifier ?"
       ACCEPT WnumS
       OPEN I-O fsalles
           DISPLAY "Cette salle n'existe pas"
         NOT INVALID KEY
           MOVE FUNCTION CONCATENATE(fsal_nbplace," ",fsal_statut) TO Wjavant
           MOVE fsal_nbplace TO WancNbplaceSal
           MOVE fsal_statut TO WancStatutSal
           MOVE fsal_nbpmr TO WancPmrSal
           MOVE fsal_premdeb TO WancPremDebSal
           MOVE fsal_premfin TO WancPremFinSal
           DISPLAY "Nombre de places actuel : ",fsal_nbplace
           DISPLAY "Nouveau nombre de places (identique si inchangé)"
           ACCEPT WnbplaceS
             MOVE fsal_num TO Wjcle
             MOVE FUNCTION CONCATENATE(fsal_nbplace," ",fsal_statut) TO Wjapres
             PERFORM ECRIT_JOURNAL
             *> les plans de salle des seances a venir suivent la
             *> nouvelle configuration
             IF fsal_nbplace NOT = WancNbplaceSal OR fsal_nbpmr NOT = WancPmrSal OR fsal_premdeb NOT = WancPremDebSal OR fsal_premfin NOT = WancPremFinSal THEN
                MOVE fsal_nbplace TO WnbplaceSal
                MOVE fsal_nbpmr TO WpmrSal
                MOVE fsal_premdeb TO WpremDebSal
                MOVE fsal_premfin TO WpremFinSal
                PERFORM AJUSTE_PLANS_SALLE
             END-IF
             *> une salle fermee ou reduite ne tient plus ses seances
             *> a venir : le relogement est propose dans la foulee
             IF fsal_statut = "H" AND WancStatutSal NOT = "H" THEN
                MOVE 1 TO WsalleModifiee
                MOVE 0 TO WcapaRelog
             ELSE
                IF fsal_statut = "A" AND fsal_nbplace < WancNbplaceSal THEN
                   MOVE 1 TO WsalleModifiee
                   MOVE fsal_nbplace TO WcapaRelog
                END-IF
             END-IF
           ELSE
             DISPLAY "Erreur mise à jour salle, code ",fsal_stat
           END-IF
       END-READ
       CLOSE fsalles
       IF WsalleModifiee = 1 THEN
          MOVE WnumS TO WsalleRelog
          MOVE FUNCTION CURRENT-DATE(1:8) TO Wtampon
          MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WdebutPeriodeInt
          MOVE FUNCTION INTEGER-OF-DATE(99991231) TO WfinPeriodeInt
          PERFORM LISTE_SEANCES_RELOG
          IF WnbSeancesRel = 0 THEN
             DISPLAY "Aucune séance à venir n'est à reloger"
          ELSE
             DISPLAY WnbSeancesRel," séance(s) à venir ne tiennent plus dans cette salle"
             DISPLAY "Reloger maintenant ces séances ? 0 pour non 1 pour oui"
             ACCEPT reponse
             IF reponse = 1 THEN
                MOVE 0 TO WsalleCible
                PERFORM RELOGE_LOT
             ELSE
                DISPLAY "Séances à reloger par l'écran de relogement des séances"
             END-IF
          END-IF
       END-IF.

    *> CATEGORIE_SIEGE_SAL : catégorie dans WcatSal du siège WnumSiege selon la configuration WpmrSal / WpremDebSal / WpremFinSal de la salle modifiée (même règle que la création du plan de salle)
    CATEGORIE_SIEGE_SAL.
      IF WnumSiege <= WpmrSal THEN
         MOVE "H" TO WcatSal
      ELSE
         IF WpremDebSal > 0 AND WnumSiege >= WpremDebSal AND WnumSiege <= WpremFinSal THEN
            MOVE "P" TO WcatSal
         ELSE
            MOVE "S" TO WcatSal
         END-IF
      END-IF.

    *> AJUSTE_PLAN_SEANCE : ajuste le plan de salle de la séance fsea_id à la nouvelle configuration : sièges libres au-delà de WnbplaceSal retirés, sièges libres reclassés selon leur numéro, sièges manquants jusqu'à WnbplaceSal ajoutés ; un siège vendu ou retenu par une vente en cours garde son état (au-delà de la capacité, il relève du relogement) ; fsieges ouvert par l'appelant
    AJUSTE_PLAN_SEANCE.
      COMPUTE WnbSeancesAjSal = WnbSeancesAjSal + 1
      MOVE 0 TO WderSiegeSal
      MOVE fsea_id TO fsi_idseance
      MOVE 0 TO fsi_numsiege
      MOVE 0 TO WfinSiegeRel
      START fsieges KEY IS NOT LESS THAN fsi_cle
        INVALID KEY
          MOVE 1 TO WfinSiegeRel
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinSiegeRel = 1
         READ fsieges NEXT
           AT END
              MOVE 1 TO WfinSiegeRel
           NOT AT END
              IF fsi_idseance <> fsea_id THEN
                 MOVE 1 TO WfinSiegeRel
              ELSE
                 MOVE fsi_numsiege TO WderSiegeSal
                 MOVE 0 TO WretenueActive
                 IF fsi_numresa = 0 THEN
                    PERFORM CALCULE_RETENUE_ACTIVE
                 END-IF
                 IF fsi_numresa NOT = 0 OR WretenueActive = 1 THEN
                    IF fsi_numsiege > WnbplaceSal THEN
                       COMPUTE WnbHorsCapaSal = WnbHorsCapaSal + 1
                    END-IF
                 ELSE
                    IF fsi_numsiege > WnbplaceSal THEN
                       DELETE fsieges RECORD
                       END-DELETE
                       IF fsi_stat = 00 THEN
                          COMPUTE WnbRetiresSal = WnbRetiresSal + 1
                       END-IF
                    ELSE
                       MOVE fsi_numsiege TO WnumSiege
                       PERFORM CATEGORIE_SIEGE_SAL
                       IF WcatSal NOT = fsi_categorie THEN
                          MOVE WcatSal TO fsi_categorie
                          REWRITE siegeTampon
                          END-REWRITE
                          IF fsi_stat = 00 THEN
                             COMPUTE WnbReclassesSal = WnbReclassesSal + 1
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      *> salle agrandie : les sieges manquants sont ajoutes libres (une
      *> seance sans plan de salle n'en recoit pas)
      IF WderSiegeSal > 0 AND WderSiegeSal < WnbplaceSal THEN
         MOVE WderSiegeSal TO WnumSiege
         PERFORM WITH TEST AFTER UNTIL WnumSiege >= WnbplaceSal
            COMPUTE WnumSiege = WnumSiege + 1
            MOVE fsea_id TO fsi_idseance
            MOVE WnumSiege TO fsi_numsiege
            MOVE 0 TO fsi_numresa
            MOVE 0 TO fsi_dateret
            MOVE 0 TO fsi_heureret
            PERFORM CATEGORIE_SIEGE_SAL
            MOVE WcatSal TO fsi_categorie
            WRITE siegeTampon
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 COMPUTE WnbAjoutesSal = WnbAjoutesSal + 1
            END-WRITE
         END-PERFORM
      END-IF.

    *> AJUSTE_PLANS_SALLE : reporte la nouvelle configuration de la salle WnumS (capacité, places PMR, rang premium) sur les plans de salle de toutes ses séances à venir, pour qu'aucun siège hors capacité ne reste en vente et que les catégories suivent la salle
    AJUSTE_PLANS_SALLE.
      MOVE 0 TO WnbSeancesAjSal
      MOVE 0 TO WnbRetiresSal
      MOVE 0 TO WnbReclassesSal
      MOVE 0 TO WnbAjoutesSal
      MOVE 0 TO WnbHorsCapaSal
      MOVE FUNCTION CURRENT-DATE(1:8) TO Wtampon
      MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WdateInteger
      OPEN INPUT fseances
      OPEN I-O fsieges
      MOVE 0 TO fsea_id
      MOVE 0 TO WfinSeanceRel
      START fseances KEY IS NOT LESS THAN fsea_id
        INVALID KEY
          MOVE 1 TO WfinSeanceRel
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinSeanceRel = 1
         READ fseances NEXT
           AT END
              MOVE 1 TO WfinSeanceRel
           NOT AT END
              IF fsea_numsalle = WnumS THEN
                 MOVE FUNCTION CONCATENATE(fsea_annee,fsea_mois,fsea_jour) TO Wtampon
                 MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WseanceInt
                 IF WseanceInt >= WdateInteger THEN
                    PERFORM AJUSTE_PLAN_SEANCE
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE fsieges
      CLOSE fseances
      DISPLAY "Plans de salle ajustés : ",WnbSeancesAjSal," séance(s) à venir"
      DISPLAY "Sièges libres retirés (hors capacité) : ",WnbRetiresSal
      DISPLAY "Sièges libres reclassés (PMR/premium) : ",WnbReclassesSal
      DISPLAY "Sièges ajoutés                       : ",WnbAjoutesSal
      DISPLAY "Sièges vendus ou retenus hors capacité : ",WnbHorsCapaSal
      MOVE "AJUSTE_PLANS_SALLE" TO Wjtype
      MOVE WnumS TO Wjcle
      MOVE SPACES TO Wjavant
      MOVE FUNCTION CONCATENATE("seances=",WnbSeancesAjSal," retires=",WnbRetiresSal," reclasses=",WnbReclassesSal," ajoutes=",WnbAjoutesSal," hors-capacite=",WnbHorsCapaSal) TO Wjapres
      PERFORM ECRIT_JOURNAL.

    *> RELOGE_SEANCES : écran de relogement d'une séance, ou de toutes les séances à venir d'une salle sur une période, vers une autre salle en service capable de les accueillir (choisie ou cherchée automatiquement)
    RELOGE_SEANCES.
      DISPLAY "----------------- DEBUT relogement des séances ---------------"
      MOVE 0 TO WmodeRelog
      PERFORM WITH TEST AFTER UNTIL WmodeRelog = 1 OR WmodeRelog = 2
         DISPLAY "Reloger : 1=une séance, 2=les séances à venir d'une salle sur une période"
         ACCEPT WmodeRelog
      END-PERFORM
      MOVE 0 TO WnbSeancesRel
      MOVE 0 TO WcapaRelog
      IF WmodeRelog = 1 THEN
         DISPLAY "Saisir le numéro de la séance à reloger"
         ACCEPT WidRelog
         OPEN INPUT fseances
         MOVE WidRelog TO fsea_id
         READ fseances
           INVALID KEY
              DISPLAY "Aucune séance ne porte ce numéro"
           NOT INVALID KEY
              MOVE FUNCTION CONCATENATE(fsea_annee,fsea_mois,fsea_jour) TO Wtampon
              MOVE FUNCTION CURRENT-DATE(1:8) TO Waujourdhui
              IF Wtampon < Waujourdhui THEN
                 DISPLAY "Cette séance est déjà passée"
              ELSE
                 MOVE 1 TO WnbSeancesRel
                 MOVE WidRelog TO WseanceRel(1)
                 MOVE fsea_numsalle TO WsalleRelog
              END-IF
         END-READ
         CLOSE fseances
      ELSE
         DISPLAY "Saisir le numéro de la salle à libérer"
         ACCEPT WsalleRelog
         MOVE 0 TO WperiodeOkLot
         PERFORM WITH TEST AFTER UNTIL WperiodeOkLot = 1
            DISPLAY "Saisir la date de début de la période au format jjmmaaaa"
            ACCEPT WdebutPeriode
            MOVE FUNCTION CONCATENATE(WanneeDebutP,WmoisDebutP,WjourDebutP) TO Wdate
            IF FUNCTION TEST-DATE-YYYYMMDD(Wdate) <> 00000000 THEN
               DISPLAY "La date de début saisie n'est pas correcte"
            ELSE
               DISPLAY "Saisir la date de fin de la période au format jjmmaaaa"
               ACCEPT WfinPeriode
               MOVE FUNCTION CONCATENATE(WanneeFinP,WmoisFinP,WjourFinP) TO Wdate
               IF FUNCTION TEST-DATE-YYYYMMDD(Wdate) <> 00000000 THEN
                  DISPLAY "La date de fin saisie n'est pas correcte"
               ELSE
                  MOVE FUNCTION CONCATENATE(WanneeDebutP,WmoisDebutP,WjourDebutP) TO Wtampon
                  MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WdebutPeriodeInt
                  MOVE FUNCTION CONCATENATE(WanneeFinP,WmoisFinP,WjourFinP) TO Wtampon
                  MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WfinPeriodeInt
                  IF WdebutPeriodeInt > WfinPeriodeInt THEN
                     DISPLAY "La date de fin doit être après la date de début"
                  ELSE
                     MOVE 1 TO WperiodeOkLot
                  END-IF
               END-IF
            END-IF
         END-PERFORM
         PERFORM LISTE_SEANCES_RELOG
      END-IF
      IF WnbSeancesRel = 0 THEN
         DISPLAY "Aucune séance à reloger"
      ELSE
         DISPLAY WnbSeancesRel," séance(s) à reloger"
         DISPLAY "Saisir la salle d'accueil (0 pour chercher une salle libre automatiquement)"
         ACCEPT WsalleCible
         PERFORM RELOGE_LOT
      END-IF
      DISPLAY "----------------- FIN relogement des séances ---------------".

    *> LISTE_SEANCES_RELOG : relève dans WtabSeancesRel les séances à venir de la salle WsalleRelog jouées entre WdebutPeriodeInt et WfinPeriodeInt ; si WcapaRelog est renseigné, seulement celles dont un siège vendu ou retenu par une vente en cours dépasse cette capacité
    LISTE_SEANCES_RELOG.
      MOVE 0 TO WnbSeancesRel
      MOVE FUNCTION CURRENT-DATE(1:8) TO Wtampon
      MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WdateInteger
      OPEN INPUT fseances
      OPEN INPUT fsieges
      MOVE 0 TO fsea_id
      MOVE 0 TO WfinSeanceRel
      START fseances KEY IS NOT LESS THAN fsea_id
        INVALID KEY
          MOVE 1 TO WfinSeanceRel
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinSeanceRel = 1
         READ fseances NEXT
           AT END
              MOVE 1 TO WfinSeanceRel
           NOT AT END
              IF fsea_numsalle = WsalleRelog THEN
                 MOVE FUNCTION CONCATENATE(fsea_annee,fsea_mois,fsea_jour) TO Wtampon
                 MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WseanceInt
                 IF WseanceInt >= WdateInteger AND WseanceInt >= WdebutPeriodeInt AND WseanceInt <= WfinPeriodeInt THEN
                    MOVE 1 TO Wtrouve
                    IF WcapaRelog > 0 THEN
                       *> salle reduite : seules les seances ayant
                       *> vendu ou retenu un siege au-dela de la
                       *> nouvelle capacite doivent partir
                       MOVE 0 TO Wtrouve
                       MOVE fsea_id TO fsi_idseance
                       COMPUTE fsi_numsiege = WcapaRelog + 1
                       MOVE 0 TO WfinSiegeRel
                       START fsieges KEY IS NOT LESS THAN fsi_cle
                         INVALID KEY
                           MOVE 1 TO WfinSiegeRel
                         NOT INVALID KEY
                           CONTINUE
                       END-START
                       PERFORM WITH TEST AFTER UNTIL WfinSiegeRel = 1
                          READ fsieges NEXT
                            AT END
                               MOVE 1 TO WfinSiegeRel
                            NOT AT END
                               IF fsi_idseance <> fsea_id THEN
                                  MOVE 1 TO WfinSiegeRel
                               ELSE
                                  IF fsi_numresa NOT = 0 THEN
                                     MOVE 1 TO Wtrouve
                                     MOVE 1 TO WfinSiegeRel
                                  ELSE
                                     PERFORM CALCULE_RETENUE_ACTIVE
                                     IF WretenueActive = 1 THEN
                                        MOVE 1 TO Wtrouve
                                        MOVE 1 TO WfinSiegeRel
                                     END-IF
                                  END-IF
                               END-IF
                          END-READ
                       END-PERFORM
                    END-IF
                    IF Wtrouve = 1 AND WnbSeancesRel < 999 THEN
                       COMPUTE WnbSeancesRel = WnbSeancesRel + 1
                       MOVE fsea_id TO WseanceRel(WnbSeancesRel)
                    END-IF
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE fsieges
      CLOSE fseances.

    *> RELOGE_LOT : reloge une à une les séances relevées dans WtabSeancesRel (salle d'accueil WsalleCible, 0 = recherche automatique) et écrit le compte rendu relogement-JJMMAAAA.dat, séances non relogeables comprises
    RELOGE_LOT.
      PERFORM CHARGE_TARIFS
      MOVE 0 TO WnbRelogees
      MOVE 0 TO WnbNonRelogees
      MOVE 0 TO WnbResaRelog
      MOVE FUNCTION CURRENT-DATE TO WdateActu
      MOVE FUNCTION CONCATENATE("relogement-",Wjour,Wmois,Wannee,".dat") TO Wrelogementfichier
      OPEN OUTPUT frelogement
      MOVE FUNCTION CONCATENATE("RELOGEMENT DES SEANCES DE LA SALLE ",WsalleRelog," DU ",Wjour,"/",Wmois,"/",Wannee) TO frg_ligne
      WRITE relogementTampon
      MOVE 0 TO WiRel
      PERFORM WITH TEST AFTER UNTIL WiRel >= WnbSeancesRel
         COMPUTE WiRel = WiRel + 1
         PERFORM RELOGE_UNE_SEANCE
      END-PERFORM
      MOVE "----------------------------------------" TO frg_ligne
      WRITE relogementTampon
      MOVE FUNCTION CONCATENATE("TOTAL relogees=",WnbRelogees," non relogees=",WnbNonRelogees," reservations deplacees=",WnbResaRelog) TO frg_ligne
      WRITE relogementTampon
      CLOSE frelogement
      DISPLAY "Séances relogées          : ",WnbRelogees
      DISPLAY "Séances non relogeables   : ",WnbNonRelogees
      DISPLAY "Réservations déplacées    : ",WnbResaRelog
      DISPLAY "Compte rendu écrit dans ",Wrelogementfichier
      MOVE "RELOGE_SEANCES" TO Wjtype
      MOVE WsalleRelog TO Wjcle
      MOVE SPACES TO Wjavant
      MOVE FUNCTION CONCATENATE("relogees=",WnbRelogees," non relogees=",WnbNonRelogees," reservations=",WnbResaRelog) TO Wjapres
      PERFORM ECRIT_JOURNAL.

    *> RELOGE_UNE_SEANCE : pour la séance WseanceRel(WiRel), relève les sièges occupés par catégorie, cherche une salle d'accueil en service assez grande (PMR et standard compris) dont le créneau est libre, puis déplace la séance ; une séance dont un siège libre est retenu par une vente en cours au guichet n'est pas déplacée ; sinon l'inscrit au compte rendu comme non relogeable avec son motif
    RELOGE_UNE_SEANCE.
      MOVE WseanceRel(WiRel) TO WidRelog
      MOVE 0 TO WnouvSalleRel
      MOVE 0 TO Wtrouve
      OPEN INPUT fseances
      MOVE WidRelog TO fsea_id
      READ fseances
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE 1 TO Wtrouve
          MOVE fsea_numsalle TO WancSalleRel
          MOVE fsea_date TO WdateRelog
          MOVE fsea_heure TO WheureRelog
          MOVE fsea_minute TO WminuteRelog
          MOVE fsea_idfilm TO WfilmRelog
      END-READ
      IF Wtrouve = 1 THEN
         *> besoin de la seance : sieges occupes par categorie, et
         *> categorie de chaque siege de l'ancien plan pour la
         *> reattribution
         MOVE 0 TO WoccRelog
         MOVE 0 TO WpmrRelog
         MOVE 0 TO WpremRelog
         MOVE 0 TO WretenueRelog
         INITIALIZE WtabCatRel
         OPEN INPUT fsieges
         MOVE WidRelog TO fsi_idseance
         MOVE 0 TO WfinSiegeRel
         START fsieges KEY = fsi_idseance
           INVALID KEY
             MOVE 1 TO WfinSiegeRel
           NOT INVALID KEY
             CONTINUE
         END-START
         PERFORM WITH TEST AFTER UNTIL WfinSiegeRel = 1
            READ fsieges NEXT
              AT END
                 MOVE 1 TO WfinSiegeRel
              NOT AT END
                 IF fsi_idseance <> WidRelog THEN
                    MOVE 1 TO WfinSiegeRel
                 ELSE
                    IF fsi_numsiege > 0 THEN
                       MOVE fsi_categorie TO WcatRel(fsi_numsiege)
                    END-IF
                    IF fsi_numresa NOT = 0 THEN
                       COMPUTE WoccRelog = WoccRelog + 1
                       IF fsi_categorie = "H" THEN
                          COMPUTE WpmrRelog = WpmrRelog + 1
                       END-IF
                       IF fsi_categorie = "P" THEN
                          COMPUTE WpremRelog = WpremRelog + 1
                       END-IF
                    ELSE
                       PERFORM CALCULE_RETENUE_ACTIVE
                       IF WretenueActive = 1 THEN
                          MOVE 1 TO WretenueRelog
                       END-IF
                    END-IF
                 END-IF
            END-READ
         END-PERFORM
         CLOSE fsieges
         COMPUTE WstdRelog = WoccRelog - WpmrRelog - WpremRelog
         IF WretenueRelog = 1 THEN
            *> une vente au guichet tient des sieges de l'ancien plan :
            *> deplacer la seance les effacerait et la vente confirmee
            *> ensuite pourrait vendre deux fois le meme siege
            MOVE "vente en cours au guichet, relancer le relogement" TO WmotifRelog
         ELSE
            IF WsalleCible > 0 THEN
               MOVE "salle d'accueil hors service, trop petite ou creneau occupe" TO WmotifRelog
               OPEN INPUT fsalles
               MOVE WsalleCible TO fsal_num
               READ fsalles
                 INVALID KEY
                    MOVE "salle d'accueil inexistante" TO WmotifRelog
                 NOT INVALID KEY
                    PERFORM ESSAIE_SALLE_RELOG
               END-READ
               CLOSE fsalles
            ELSE
               MOVE "aucune salle en service assez grande et libre sur ce creneau" TO WmotifRelog
               OPEN INPUT fsalles
               MOVE 0 TO WfinSalleRel
               PERFORM WITH TEST AFTER UNTIL WfinSalleRel = 1 OR WnouvSalleRel > 0
                  READ fsalles NEXT
                    AT END
                       MOVE 1 TO WfinSalleRel
                    NOT AT END
                       PERFORM ESSAIE_SALLE_RELOG
                  END-READ
               END-PERFORM
               CLOSE fsalles
            END-IF
         END-IF
      END-IF
      CLOSE fseances
      IF Wtrouve = 0 THEN
         COMPUTE WnbNonRelogees = WnbNonRelogees + 1
         MOVE FUNCTION CONCATENATE("NON RELOGEE seance=",WidRelog," motif=seance introuvable") TO frg_ligne
         WRITE relogementTampon
      ELSE
         IF WnouvSalleRel = 0 THEN
            COMPUTE WnbNonRelogees = WnbNonRelogees + 1
            DISPLAY "Séance ",WidRelog," non relogée : ",WmotifRelog
            MOVE FUNCTION CONCATENATE("NON RELOGEE seance=",WidRelog," du ",WjourRelog,"/",WmoisRelog,"/",WanneeRelog," ",WheureRelog,":",WminuteRelog," salle=",WancSalleRel," occupes=",WoccRelog," pmr=",WpmrRelog," premium=",WpremRelog," motif=",WmotifRelog) TO frg_ligne
            WRITE relogementTampon
         ELSE
            PERFORM DEPLACE_SEANCE_RELOG
         END-IF
      END-IF.

    *> ESSAIE_SALLE_RELOG : la salle chargée dans salTampon peut-elle accueillir la séance WidRelog ? autre salle, en service, assez d'emplacements PMR pour les PMR occupés, assez de sièges standard pour les standard occupés (un premium peut être déclassé en standard, jamais l'inverse) et créneau libre selon VERIFIE_CRENEAU_SALLE ; si oui WnouvSalleRel reçoit son numéro (fseances ouvert par l'appelant)
    ESSAIE_SALLE_RELOG.
      IF fsal_num NOT = WancSalleRel AND fsal_statut = "A" THEN
         MOVE 0 TO WnbPremSalle
         IF fsal_premdeb > 0 AND fsal_premfin >= fsal_premdeb THEN
            COMPUTE WnbPremSalle = fsal_premfin - fsal_premdeb + 1
         END-IF
         IF fsal_nbpmr >= WpmrRelog AND fsal_nbplace >= fsal_nbpmr + WnbPremSalle + WstdRelog AND fsal_nbplace >= fsal_nbpmr + WstdRelog + WpremRelog THEN
            DISPLAY "Essai de la salle ",fsal_num
            MOVE WdateRelog TO fsea_date
            MOVE WheureRelog TO WheureS
            MOVE WminuteRelog TO WminuteS
            MOVE WfilmRelog TO WidfilmS
            MOVE fsal_num TO WnumsalleS
            PERFORM VERIFIE_CRENEAU_SALLE
            IF Wseanceok = 1 THEN
               MOVE fsal_num TO WnouvSalleRel
            END-IF
         END-IF
      END-IF.

    *> DEPLACE_SEANCE_RELOG : passe la séance WidRelog dans la salle WnouvSalleRel puis REPLACE_SEANCE_RELOG (PMR sur PMR, premium sur premium, sinon standard avec remboursement du supplément premium) ; si la séance ne peut être réécrite, elle est inscrite au compte rendu comme non relogée
    DEPLACE_SEANCE_RELOG.
      OPEN I-O fseances
      MOVE WidRelog TO fsea_id
      READ fseances
        INVALID KEY
          MOVE fsea_stat TO WstatRelog
        NOT INVALID KEY
          MOVE WnouvSalleRel TO fsea_numsalle
          REWRITE seaTampon
          END-REWRITE
          MOVE fsea_stat TO WstatRelog
      END-READ
      CLOSE fseances
      IF WstatRelog = 00 THEN
         PERFORM REPLACE_SEANCE_RELOG
      ELSE
         *> la seance reste dans son ancienne salle : plan et
         *> reservations n'y sont pas touches
         COMPUTE WnbNonRelogees = WnbNonRelogees + 1
         MOVE FUNCTION CONCATENATE("erreur mise a jour seance, code ",WstatRelog) TO WmotifRelog
         DISPLAY "Séance ",WidRelog," non relogée : ",WmotifRelog
         MOVE FUNCTION CONCATENATE("NON RELOGEE seance=",WidRelog," du ",WjourRelog,"/",WmoisRelog,"/",WanneeRelog," ",WheureRelog,":",WminuteRelog," salle=",WancSalleRel," occupes=",WoccRelog," pmr=",WpmrRelog," premium=",WpremRelog," motif=",WmotifRelog) TO frg_ligne
         WRITE relogementTampon
      END-IF.

    *> REPLACE_SEANCE_RELOG : la séance WidRelog est passée dans la salle WnouvSalleRel : régénère son plan de salle, réattribue à chaque réservation des sièges de même catégorie, puis réédite les billets et prévient chaque client ; une réservation qui ne peut être réécrite est signalée au compte rendu
    REPLACE_SEANCE_RELOG.
      *> l'ancien plan de salle est purge puis regenere aux
      *> dimensions et categories de la salle d'accueil
      OPEN I-O fsieges
      MOVE WidRelog TO fsi_idseance
      START fsieges KEY = fsi_idseance
        NOT INVALID KEY
          MOVE 0 TO Wfin
          PERFORM WITH TEST AFTER UNTIL Wfin = 1
             READ fsieges NEXT
               AT END
                  MOVE 1 TO Wfin
               NOT AT END
                  IF fsi_idseance <> WidRelog THEN
                     MOVE 1 TO Wfin
                  ELSE
                     DELETE fsieges RECORD
                  END-IF
             END-READ
          END-PERFORM
      END-START
      CLOSE fsieges
      MOVE WnouvSalleRel TO WnumsalleS
      MOVE WidRelog TO WidS
      PERFORM GENERE_SIEGES
      *> premiere passe : reattribution des sieges, les montants
      *> revus et les remboursements a faire sont notes dans
      *> WtabResaRel pour la seconde passe (billets, caisse, clients)
      MOVE 0 TO WnbResaRel
      OPEN I-O freservation
      OPEN I-O fsieges
      MOVE WidRelog TO fr_idseance
      MOVE 0 TO WfinResaRel
      START freservation KEY = fr_idseance
        INVALID KEY
          MOVE 1 TO WfinResaRel
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinResaRel = 1
         READ freservation NEXT
           AT END
              MOVE 1 TO WfinResaRel
           NOT AT END
              IF fr_idseance <> WidRelog THEN
                 MOVE 1 TO WfinResaRel
              ELSE
                 MOVE 0 TO WdeclassRel
                 MOVE 0 TO WiSiegeRel
                 IF fr_nbsieges > 0 THEN
                    PERFORM WITH TEST AFTER UNTIL WiSiegeRel >= fr_nbsieges
                       COMPUTE WiSiegeRel = WiSiegeRel + 1
                       MOVE "S" TO WcatVoulue
                       MOVE fr_siege(WiSiegeRel) TO WnumSiege
                       IF WnumSiege > 0 THEN
                          IF WcatRel(WnumSiege) NOT = SPACE THEN
                             MOVE WcatRel(WnumSiege) TO WcatVoulue
                          END-IF
                       END-IF
                       PERFORM ATTRIBUE_SIEGE_RELOG
                    END-PERFORM
                 END-IF
                 IF WnbResaRel < 999 THEN
                    COMPUTE WnbResaRel = WnbResaRel + 1
                    MOVE fr_num TO WnumResaRel(WnbResaRel)
                    MOVE 0 TO WremboursRel(WnbResaRel)
                    IF WdeclassRel > 0 THEN
                       COMPUTE WremboursRel(WnbResaRel) = WdeclassRel * WtarifPremium
                       IF WremboursRel(WnbResaRel) > fr_montant THEN
                          MOVE fr_montant TO WremboursRel(WnbResaRel)
                       END-IF
                       COMPUTE fr_montant = fr_montant - WremboursRel(WnbResaRel)
                    END-IF
                 END-IF
                 REWRITE reserTampon
                 END-REWRITE
                 IF fr_stat NOT = 00 THEN
                    *> pas de billet ni d'avis sur des sieges que la
                    *> reservation ne porte pas
                    IF WnbResaRel > 0 THEN
                       IF WnumResaRel(WnbResaRel) = fr_num THEN
                          COMPUTE WnbResaRel = WnbResaRel - 1
                       END-IF
                    END-IF
                    DISPLAY "Réservation ",fr_num," non mise à jour, code ",fr_stat
                    MOVE FUNCTION CONCATENATE("A VERIFIER reservation=",fr_num," seance=",WidRelog," non mise a jour, code ",fr_stat,", sieges a reattribuer") TO frg_ligne
                    WRITE relogementTampon
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE fsieges
      CLOSE freservation
      *> seance relue pour les billets (salle d'accueil)
      OPEN INPUT fseances
      MOVE WidRelog TO fsea_id
      READ fseances
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          CONTINUE
      END-READ
      CLOSE fseances
      *> seconde passe : caisse, billet et notification par
      *> reservation
      MOVE 0 TO WiResaRel
      IF WnbResaRel > 0 THEN
         PERFORM WITH TEST AFTER UNTIL WiResaRel >= WnbResaRel
            COMPUTE WiResaRel = WiResaRel + 1
            MOVE 0 TO Wtrouve
            OPEN INPUT freservation
            MOVE WnumResaRel(WiResaRel) TO fr_num
            READ freservation
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO Wtrouve
            END-READ
            CLOSE freservation
            IF Wtrouve = 1 THEN
               COMPUTE WnbResaRelog = WnbResaRelog + 1
               MOVE fr_num TO WnumR
               IF WremboursRel(WiResaRel) > 0 THEN
                  MOVE "RELOGE_DECLASSEMENT" TO Wjtype
                  MOVE fr_num TO Wjcle
                  COMPUTE Wtampon = fr_montant + WremboursRel(WiResaRel)
                  MOVE FUNCTION CONCATENATE("montant=",Wtampon) TO Wjavant
                  MOVE FUNCTION CONCATENATE("montant=",fr_montant," supplement premium rendu=",WremboursRel(WiResaRel)) TO Wjapres
                  PERFORM ECRIT_JOURNAL
                  *> une option n'a rien encaisse : seul son montant
                  *> baisse
                  IF fr_statut NOT = "O" THEN
                     MOVE WremboursRel(WiResaRel) TO WmontantR
                     PERFORM REMBOURSE_PARTIEL
                  END-IF
               END-IF
               *> l'option recevra son billet a la confirmation
               IF fr_statut NOT = "O" THEN
                  PERFORM EDITE_BILLET
               END-IF
               MOVE "SEANCE_RELOGEE" TO WtypeNotif
               MOVE fr_mail TO WmailNotif
               IF WremboursRel(WiResaRel) > 0 THEN
                  MOVE FUNCTION CONCATENATE("Votre seance ",WidRelog," du ",WjourRelog,"/",WmoisRelog,"/",WanneeRelog," a ",WheureRelog,":",WminuteRelog," a lieu en salle ",WnouvSalleRel," au lieu de ",WancSalleRel,", reservation no ",fr_num,", supplement premium rembourse : ",WremboursRel(WiResaRel)) TO WtexteNotif
               ELSE
                  MOVE FUNCTION CONCATENATE("Votre seance ",WidRelog," du ",WjourRelog,"/",WmoisRelog,"/",WanneeRelog," a ",WheureRelog,":",WminuteRelog," a lieu en salle ",WnouvSalleRel," au lieu de ",WancSalleRel,", reservation no ",fr_num,", nouveaux sieges sur le billet") TO WtexteNotif
               END-IF
               PERFORM CREE_NOTIFICATION
            END-IF
         END-PERFORM
      END-IF
      COMPUTE WnbRelogees = WnbRelogees + 1
      DISPLAY "Séance ",WidRelog," relogée de la salle ",WancSalleRel," à la salle ",WnouvSalleRel," (",WnbResaRel," réservation(s))"
      MOVE FUNCTION CONCATENATE("RELOGEE seance=",WidRelog," du ",WjourRelog,"/",WmoisRelog,"/",WanneeRelog," ",WheureRelog,":",WminuteRelog," salle ",WancSalleRel," -> ",WnouvSalleRel," reservations=",WnbResaRel," occupes=",WoccRelog) TO frg_ligne
      WRITE relogementTampon
      MOVE "RELOGE_SEANCE" TO Wjtype
      MOVE WidRelog TO Wjcle
      MOVE FUNCTION CONCATENATE("salle=",WancSalleRel) TO Wjavant
      MOVE FUNCTION CONCATENATE("salle=",WnouvSalleRel," reservations=",WnbResaRel) TO Wjapres
      PERFORM ECRIT_JOURNAL.

    *> ATTRIBUE_SIEGE_RELOG : donne au siège WiSiegeRel de la réservation courante un siège libre de catégorie WcatVoulue sur le nouveau plan de la séance WidRelog (premium à défaut : standard, compté dans WdeclassRel) ; fsieges ouvert en I-O par l'appelant
    ATTRIBUE_SIEGE_RELOG.
      MOVE WcatVoulue TO WcatCherche
      PERFORM CHERCHE_SIEGE_RELOG
      IF WsiegeTrouve = 0 THEN
         EVALUATE WcatVoulue
         WHEN "P"
            MOVE "S" TO WcatCherche
         WHEN "S"
            MOVE "P" TO WcatCherche
         WHEN OTHER
            MOVE "S" TO WcatCherche
         END-EVALUATE
         PERFORM CHERCHE_SIEGE_RELOG
      END-IF
      IF WsiegeTrouve = 0 THEN
         DISPLAY "Incohérence : plus de siège libre pour la réservation ",fr_num
      ELSE
         MOVE fr_num TO fsi_numresa
         MOVE 0 TO fsi_dateret
         MOVE 0 TO fsi_heureret
         REWRITE siegeTampon
         MOVE WsiegeTrouve TO fr_siege(WiSiegeRel)
         IF WcatVoulue = "P" AND fsi_categorie NOT = "P" THEN
            COMPUTE WdeclassRel = WdeclassRel + 1
         END-IF
      END-IF.

    *> CHERCHE_SIEGE_RELOG : positionne sur le premier siège libre de catégorie WcatCherche du plan de la séance WidRelog et renvoie son numéro dans WsiegeTrouve (0 si aucun)
    CHERCHE_SIEGE_RELOG.
      MOVE 0 TO WsiegeTrouve
      MOVE WidRelog TO fsi_idseance
      MOVE 0 TO fsi_numsiege
      MOVE 0 TO WfinSiegeRel
      START fsieges KEY IS NOT LESS THAN fsi_cle
        INVALID KEY
          MOVE 1 TO WfinSiegeRel
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinSiegeRel = 1
         READ fsieges NEXT
           AT END
              MOVE 1 TO WfinSiegeRel
           NOT AT END
              IF fsi_idseance <> WidRelog THEN
                 MOVE 1 TO WfinSiegeRel
              ELSE
                 IF fsi_numresa = 0 AND fsi_categorie = WcatCherche THEN
                    MOVE fsi_numsiege TO WsiegeTrouve
                    MOVE 1 TO WfinSiegeRel
                 END-IF
              END-IF
         END-READ
      END-PERFORM.

    RECHERCHE_SALLE.
    
       OPEN INPUT fsalles
       MOVE 0 TO Wfin
       DISPLAY 'Quel est le numéro de la salle ?'
       ACCEPT WnumS
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1 OR Wfin = 1
              READ fsalles NEXT
              AT END MOVE 1 TO Wfin
                     DISPLAY 'Salle inexistante'
              NOT AT END
                     IF fsal_num = WnumS THEN
                            MOVE 1 TO Wtrouve
                            DISPLAY 'Numéro de la salle :', fsal_num
                            DISPLAY 'Nombre de places de la salle :', fsal_nbplace
                            DISPLAY 'Places PMR :', fsal_nbpmr
                            DISPLAY 'Rang premium : sièges ', fsal_premdeb, ' à ', fsal_premfin
                            DISPLAY 'Statut de la salle :', fsal_statut
                     END-IF
              END-READ
       END-PERFORM
       CLOSE fsalles.
    
    AJOUT_FILM.
		MOVE 0 TO Wtrouve
		PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
			PERFORM WITH TEST AFTER UNTIL WidF <> ' '
				DISPLAY 'Quel est le numéro du film à ajouter ?'
				ACCEPT WidF
			END-PERFORM
			OPEN I-O ffilms
			MOVE WidF TO ff_id
			START ffilms key = ff_id
			INVALID KEY
				MOVE 1 TO Wtrouve
				PERFORM WITH TEST AFTER UNTIL ff_titre <> ' '
                     DISPLAY 'Quel est le titre du film ?'
                     ACCEPT ff_titre
				END-PERFORM
				PERFORM WITH TEST AFTER UNTIL ff_genre <> ' '
                     DISPLAY 'Quel est le genre du film ?'
                     ACCEPT ff_genre
				END-PERFORM
				PERFORM WITH TEST AFTER UNTIL ff_annee <> ' '
                     DISPLAY 'En quel année est sorti le film ?'
                     ACCEPT ff_annee
				END-PERFORM
				MOVE 0 TO ff_duree
				PERFORM WITH TEST AFTER UNTIL ff_duree >= 1
                     DISPLAY 'Quelle est la durée du film en minutes ?'
                     ACCEPT ff_duree
				END-PERFORM
				MOVE "A" TO ff_statut
				DISPLAY "Quel est le numéro du distributeur du film (0 si aucun) ?"
				ACCEPT ff_iddistrib
				IF ff_iddistrib NOT = 0 THEN
					OPEN INPUT fdistrib
					MOVE ff_iddistrib TO fdi_num
					READ fdistrib
						INVALID KEY
							DISPLAY "Attention : ce distributeur est inconnu du fichier"
						NOT INVALID KEY
							DISPLAY "Distributeur : ",fdi_nom," (taux ",fdi_taux,"%)"
					END-READ
					CLOSE fdistrib
				END-IF
			NOT INVALID KEY
				DISPLAY "id du film déjà pris"
            END-START
       END-PERFORM
	   WRITE filmTampon END-WRITE
	   IF ff_stat <> 0 THEN
			DISPLAY "Erreur enregistrement : ",ff_stat
	   ELSE
			OPEN I-O fstats
			MOVE ff_id TO fst_idfilm
			MOVE 0 TO fst_nbplace
			WRITE statsTampon
			CLOSE fstats
			MOVE "AJOUT_FILM" TO Wjtype
			MOVE ff_id TO Wjcle
			MOVE SPACES TO Wjavant
			MOVE ff_titre TO Wjapres
			PERFORM ECRIT_JOURNAL
	   END-IF
	   CLOSE ffilms.

    *> MODIFIER_FILM : corrige le titre/genre/année d'un film existant et permet de le retirer de la rotation (ou de le réactiver)
    MODIFIER_FILM.
       DISPLAY "Quel est l'id du film à modifier ?"
       ACCEPT WidF
       OPEN I-O ffilms
       MOVE WidF TO ff_id
       READ ffilms
         INVALID KEY
           DISPLAY "Ce film n'existe pas"
         NOT INVALID KEY
           MOVE FUNCTION CONCATENATE(ff_titre," ",ff_statut) TO Wjavant
           DISPLAY "Titre actuel : ",ff_titre
           DISPLAY "Nouveau titre (identique si inchangé)"
           ACCEPT ff_titre
           DISPLAY "Genre actuel : ",ff_genre
           DISPLAY "Nouveau genre (identique si inchangé)"
           ACCEPT ff_genre
           DISPLAY "Année actuelle : ",ff_annee
           DISPLAY "Nouvelle année (identique si inchangée)"
           ACCEPT ff_annee
           DISPLAY "Durée actuelle en minutes : ",ff_duree
           DISPLAY "Nouvelle durée (identique si inchangée)"
           ACCEPT ff_duree
           DISPLAY "Distributeur actuel : ",ff_iddistrib," (0 si aucun)"
           DISPLAY "Nouveau distributeur (identique si inchangé)"
           ACCEPT ff_iddistrib
           DISPLAY "Statut actuel : ",ff_statut," (A=actif, R=retiré)"
           PERFORM WITH TEST AFTER UNTIL ff_statut = "A" OR ff_statut = "R"
             DISPLAY "Nouveau statut (A=actif, R=retiré)"
             ACCEPT ff_statut
           END-PERFORM
           REWRITE filmTampon
           IF ff_stat = 00 THEN
             DISPLAY "Film mis à jour"
             MOVE "MODIFIER_FILM" TO Wjtype
             MOVE ff_id TO Wjcle
             MOVE FUNCTION CONCATENATE(ff_titre," ",ff_statut) TO Wjapres
             PERFORM ECRIT_JOURNAL
           ELSE
             DISPLAY "Erreur mise à jour film, code ",ff_stat
           END-IF
       END-READ
       CLOSE ffilms.

    RECHERCHE_FILM.
		OPEN INPUT ffilms
		DISPLAY "Saisir le genre du film recherché"
		ACCEPT WgenreF
		DISPLAY "--------------------------------"
		MOVE 0 TO WfinF
		MOVE 1 TO Wcpt
		PERFORM WITH TEST AFTER UNTIL WfinF = 1
			READ ffilms NEXT
			AT END
				MOVE 1 TO WfinF
			NOT AT END
				IF ff_genre = WgenreF AND ff_statut <> "R" THEN
					MOVE 0 TO Wcpt
					DISPLAY "id film : ", ff_id
					DISPLAY "titre : ", ff_titre
					DISPLAY "genre : ", ff_genre
					DISPLAY "année : ", ff_annee
					DISPLAY "durée : ", ff_duree," minutes"
					DISPLAY "--------------------------------"
				END-IF
			END-READ
		END-PERFORM
		IF Wcpt = 1 THEN
			DISPLAY "Aucun film trouvé"
			DISPLAY "--------------------------------"
		END-IF
		CLOSE ffilms.
    
    AJOUT_CLIENT.
    
        OPEN I-O fclients
        DISPLAY "Veuillez saisir l'adresse mail du client"
        ACCEPT fc_mail
        READ fclients
        INVALID KEY 
           
            DISPLAY "Veuillez saisir le prenom du client"
            ACCEPT fc_prenom
            MOVE 0 TO fc_points
            DISPLAY "Voulez-vous ajouter un abonnement ?"
            Display " 0-NON"
            Display " 1-OUI"
            ACCEPT Wchoix
            IF Wchoix=1 THEN
            MOVE 1 to Wfin
             *> ajout de la date courante dans la variable
                   MOVE FUNCTION CURRENT-DATE to fc_datedeb
                 
                PERFORM WITH TEST AFTER UNTIL fc_duree >=1  
                 DISPLAY "Saisir la durée de l'abonnement (en mois >1)"
                 ACCEPT fc_duree
               END-PERFORM
            END-IF

            WRITE clieTampon END-WRITE
            IF fc_stat=00 THEN
              DISPLAY "Enregistrement reussi"
              MOVE "AJOUT_CLIENT" TO Wjtype
              MOVE fc_mail TO Wjcle
              MOVE SPACES TO Wjavant
              MOVE fc_prenom TO Wjapres
              PERFORM ECRIT_JOURNAL
              IF Wchoix = 1 THEN
                 MOVE "ABONNEMENT_CLIENT" TO Wjtype
                 MOVE "datedeb=00000000 duree=00" TO Wjavant
                 MOVE FUNCTION CONCATENATE("datedeb=",fc_datedeb," duree=",fc_duree) TO Wjapres
                 PERFORM ECRIT_JOURNAL
              END-IF
            ELSE
              DISPLAY "Echec Enregistrement"
            END-IF


        NOT INVALID KEY 
           Display "Cette adresse e-mail existe déjà souhaitez vous mettre à jour cette fiche ?"
           Display " 0-NON"
           Display " 1-OUI"
           ACCEPT Wchoix
           IF Wchoix=1 THEN
                 MOVE FUNCTION CONCATENATE(fc_prenom," duree=",fc_duree) TO Wjavant
                 MOVE FUNCTION CONCATENATE("datedeb=",fc_datedeb," duree=",fc_duree) TO WavantAbo
                 DISPLAY "Veuillez saisir le prenom du client"
               ACCEPT fc_prenom
               DISPLAY "Voulez-vous mettre à jour l'abonnement ?"
               Display " 0-NON"
               Display " 1-OUI"
               ACCEPT Wchoix
               IF Wchoix=1 THEN
              *> utile pour tester la date
             *>   MOVE FUNCTION CONCATENATE(fc_annee,fc_mois,fc_jour) TO Wdate
                *>IF FUNCTION TEST-DATE-YYYYMMDD(Wdate) = 00000001 THEN
                
                  *> ajout de la date courante dans la variable s'il n'y a pas de date
                  MOVE FUNCTION CURRENT-DATE to fc_datedeb           
               
                   PERFORM WITH TEST AFTER UNTIL fc_duree >=1  
                    DISPLAY "Saisir la durée de l'abonnement (en mois >1)"
                    ACCEPT fc_duree
                  END-PERFORM
               END-IF
               REWRITE clieTampon
               IF fc_stat=00 THEN
                 DISPLAY "Enregistrement reussi"
                 MOVE "AJOUT_CLIENT" TO Wjtype
                 MOVE fc_mail TO Wjcle
                 MOVE FUNCTION CONCATENATE(fc_prenom," duree=",fc_duree) TO Wjapres
                 PERFORM ECRIT_JOURNAL
                 IF Wchoix = 1 THEN
                    MOVE "ABONNEMENT_CLIENT" TO Wjtype
                    MOVE WavantAbo TO Wjavant
                    MOVE FUNCTION CONCATENATE("datedeb=",fc_datedeb," duree=",fc_duree) TO Wjapres
                    PERFORM ECRIT_JOURNAL
                 END-IF
               ELSE
                 DISPLAY "Echec Enregistrement"
               END-IF
           END-IF
        END-READ
       
        CLOSE fclients.
    
    RECHERCHE_CLIENT.
    
      OPEN INPUT fclients
      DISPLAY "saisir l'adresse mail du client"
      ACCEPT fc_mail
      READ fclients
      INVALID KEY 
       DISPLAY "Aucun client ne correspond à cette adresse"
       display "--------------------------------"
      NOT INVALID KEY
      display "--------------------------------"
       DISPLAY "CLIENT : ", fc_mail
       DISPLAY "Prenom : ", fc_prenom
       DISPLAY "date de debut d'abonnement : ", fc_jour,"/",fc_mois,"/",fc_annee
       DISPLAY "Durée de l'abonnement (en mois) :",fc_duree
       display "--------------------------------"
      END-READ
      CLOSE fclients.

    LISTE_CLIENT.
    
      
      PERFORM WITH TEST AFTER UNTIL Wchoix =1 OR Wchoix =2
        DISPLAY "Que souhaitez-vous faire ? "
        DISPLAY "1 -Afficher tout les clients "
        DISPLAY "2 - Afficher les client avec le choix du prenom"
        ACCEPT Wchoix
      END-PERFORM
    
      OPEN INPUT fclients
      IF Wchoix = 1 THEN
       MOVE 0 to Wfin
       MOVE 0 to Wcpt
       PERFORM WITH TEST AFTER UNTIL Wfin =1 
           COMPUTE Wcpt = Wcpt + 1
           READ fclients NEXT
           AT END
              MOVE 1 to Wfin
           NOT AT END
              DISPLAY "-----------------------------"
              DISPLAY "Client ",Wcpt
              
              DISPLAY "Email : ", fc_mail
              DISPLAY "Prenom: ", fc_mail
              DISPLAY "date de debut d'abonnement : ", fc_jour,"/",fc_mois,"/",fc_annee
              DISPLAY "Durée de l'abonnement (en mois) :",fc_duree
              DISPLAY "-----------------------------"


           END-READ   
       END-PERFORM
      ELSE

        IF Wchoix= 2 THEN
         DISPLAY 'Saisir le prenom du client'
         ACCEPT WprenomC
         MOVE 0 to Wfin
         MOVE 0 to Wcpt
         PERFORM WITH TEST AFTER UNTIL Wfin =1 
              READ fclients NEXT
              AT END
                 MOVE 1 to Wfin
              NOT AT END
                 IF WprenomC = fc_prenom THEN
                 
                     COMPUTE Wcpt = Wcpt + 1
                     DISPLAY "-----------------------------"
                     DISPLAY "Client ",Wcpt
                     
                     DISPLAY "Email : ", fc_mail
                     DISPLAY "Prenom: ", fc_mail
                     DISPLAY "date de debut d'abonnement : ", fc_jour,"/",fc_mois,"/",fc_annee
                     DISPLAY "Durée de l'abonnement (en mois) :",fc_duree
                     DISPLAY "-----------------------------"              

                 END-IF
              END-READ   
         END-PERFORM
        END-IF
      END-IF
      IF Wcpt = 0 THEN
       DISPLAY "Aucun client à afficher"
      END-IF

      
      CLOSE fclients.
    
    *> CALCULE_ECHEANCE : calcule dans WdateEcheance (AAAAMMJJ) la vraie date d'échéance de l'abonnement en mois calendaires à partir de fc_datedeb et fc_duree (clieTampon chargé par l'appelant), en ramenant le jour au dernier jour du mois quand il n'existe pas (31/01 + 1 mois = 28/02)
    CALCULE_ECHEANCE.
      COMPUTE WmoisTravail = fc_mois + fc_duree - 1
      COMPUTE WanneeEch = fc_annee + WmoisTravail / 12
      COMPUTE WmoisEch = FUNCTION MOD(WmoisTravail, 12) + 1
      MOVE fc_jour TO WjourEch
      MOVE 0 TO WechOk
      PERFORM WITH TEST AFTER UNTIL WechOk = 1
         MOVE FUNCTION CONCATENATE(WanneeEch,WmoisEch,WjourEch) TO WdateEcheance
         IF FUNCTION TEST-DATE-YYYYMMDD(WdateEcheance) = 00000000 THEN
            MOVE 1 TO WechOk
         ELSE
            IF WjourEch > 1 THEN
               COMPUTE WjourEch = WjourEch - 1
            ELSE
               MOVE 1 TO WechOk
            END-IF
         END-IF
      END-PERFORM.

    *> RELANCE_ABONNEMENTS : balaye fclients, calcule la vraie échéance de chaque abonnement et écrit dans relances.dat les abonnements déjà expirés et ceux expirant sous 30 jours, pour les mails de relance
    RELANCE_ABONNEMENTS.
      DISPLAY "----------------- DEBUT relances abonnements ---------------"
      MOVE 0 TO WnbExpire
      MOVE 0 TO WnbBientot
      MOVE FUNCTION CURRENT-DATE(1:8) TO Waujourdhui
      OPEN OUTPUT frelances
      MOVE FUNCTION CONCATENATE("RELANCES ABONNEMENTS AU ",Waujourdhui) TO frl_ligne
      WRITE relanceTampon
      OPEN INPUT fclients
      MOVE 0 TO Wfin
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fclients NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              IF fc_duree >= 1 THEN
                 PERFORM CALCULE_ECHEANCE
                 IF WdateEcheance <= Waujourdhui THEN
                    COMPUTE WnbExpire = WnbExpire + 1
                    MOVE FUNCTION CONCATENATE("EXPIRE ",WdateEcheance," ",fc_prenom," ",fc_mail) TO frl_ligne
                    WRITE relanceTampon
                    *> la relance part aussi dans la file de
                    *> notifications, avec suivi d'envoi
                    MOVE "RELANCE_ABONNEMENT" TO WtypeNotif
                    MOVE fc_mail TO WmailNotif
                    MOVE FUNCTION CONCATENATE("Votre abonnement a expire le ",WdateEcheance,", pensez a le renouveler") TO WtexteNotif
                    PERFORM CREE_NOTIFICATION
                 ELSE
                    MOVE WdateEcheance TO Wtampon
                    MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WdateInteger
                    MOVE Waujourdhui TO Wtampon
                    MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO Wdate
                    COMPUTE WjoursRestant = WdateInteger - Wdate
                    IF WjoursRestant <= 30 THEN
                       COMPUTE WnbBientot = WnbBientot + 1
                       MOVE FUNCTION CONCATENATE("EXPIRE DANS ",WjoursRestant," JOURS LE ",WdateEcheance," ",fc_prenom," ",fc_mail) TO frl_ligne
                       WRITE relanceTampon
                       MOVE "RELANCE_ABONNEMENT" TO WtypeNotif
                       MOVE fc_mail TO WmailNotif
                       MOVE FUNCTION CONCATENATE("Votre abonnement expire dans ",WjoursRestant," jours le ",WdateEcheance,", pensez a le renouveler") TO WtexteNotif
                       PERFORM CREE_NOTIFICATION
                    END-IF
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE fclients
      MOVE FUNCTION CONCATENATE("TOTAL expires=",WnbExpire," sous 30 jours=",WnbBientot) TO frl_ligne
      WRITE relanceTampon
      CLOSE frelances
      DISPLAY "Abonnements expirés          : ",WnbExpire
      DISPLAY "Abonnements expirant sous 30 jours : ",WnbBientot
      DISPLAY "Liste écrite dans relances.dat"
      DISPLAY "----------------- FIN relances abonnements ---------------".

    *> RENOUVELLE_ABONNEMENT : prolonge l'abonnement d'un client à partir de son échéance courante (le client garde les jours restants), au lieu d'écraser fc_datedeb par la date du jour comme la mise à jour d'AJOUT_CLIENT
    RENOUVELLE_ABONNEMENT.
      DISPLAY "----------------- DEBUT renouvellement abonnement ---------------"
      DISPLAY "Saisir le mail du client"
      ACCEPT WmailH
      OPEN I-O fclients
      MOVE WmailH TO fc_mail
      READ fclients
        INVALID KEY
          DISPLAY "Aucun client ne correspond à cette adresse"
        NOT INVALID KEY
          MOVE FUNCTION CONCATENATE("datedeb=",fc_datedeb," duree=",fc_duree) TO Wjavant
          MOVE FUNCTION CURRENT-DATE(1:8) TO Waujourdhui
          IF fc_duree >= 1 THEN
             PERFORM CALCULE_ECHEANCE
             DISPLAY "Echéance actuelle de l'abonnement : ",WdateEcheance
             IF WdateEcheance > Waujourdhui THEN
                *> renouvellement en avance : la prolongation part de
                *> l'echeance courante, les jours restants sont gardes
                MOVE WdateEcheance TO fc_datedeb
             ELSE
                DISPLAY "Abonnement expiré, le nouvel abonnement part d'aujourd'hui"
                MOVE Waujourdhui TO fc_datedeb
             END-IF
          ELSE
             DISPLAY "Ce client n'a pas d'abonnement, l'abonnement part d'aujourd'hui"
             MOVE Waujourdhui TO fc_datedeb
          END-IF
          MOVE 0 TO fc_duree
          PERFORM WITH TEST AFTER UNTIL fc_duree >= 1
             DISPLAY "Saisir la durée de l'abonnement (en mois >1)"
             ACCEPT fc_duree
          END-PERFORM
          REWRITE clieTampon
          IF fc_stat = 00 THEN
             PERFORM CALCULE_ECHEANCE
             DISPLAY "Abonnement renouvelé, nouvelle échéance : ",WdateEcheance
             MOVE "RENOUVELLE_ABONNEMENT" TO Wjtype
             MOVE fc_mail TO Wjcle
             MOVE FUNCTION CONCATENATE("datedeb=",fc_datedeb," duree=",fc_duree) TO Wjapres
             PERFORM ECRIT_JOURNAL
          ELSE
             DISPLAY "Echec Enregistrement"
          END-IF
      END-READ
      CLOSE fclients
      DISPLAY "----------------- FIN renouvellement abonnement ---------------".

    *> ECRIT_MVT_POINTS : ajoute un mouvement de points daté du jour (WmailPoints, WtypePoints et WnbPoints déjà renseignés par l'appelant), la trace comptable du programme de fidélité
    ECRIT_MVT_POINTS.
      OPEN I-O fpoints
      MOVE 0 TO WprochainPoint
      MOVE 0 TO fpo_num
      MOVE 0 TO Wfin
      START fpoints KEY IS NOT LESS THAN fpo_num
        INVALID KEY
          MOVE 1 TO Wfin
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fpoints NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              IF fpo_num > WprochainPoint THEN
                 MOVE fpo_num TO WprochainPoint
              END-IF
         END-READ
      END-PERFORM
      COMPUTE WprochainPoint = WprochainPoint + 1
      MOVE WprochainPoint TO fpo_num
      MOVE WmailPoints TO fpo_mail
      MOVE FUNCTION CURRENT-DATE(1:8) TO fpo_date
      MOVE WtypePoints TO fpo_type
      MOVE WnbPoints TO fpo_points
      WRITE pointTampon
      END-WRITE
      IF fpo_stat NOT = 00 THEN
         DISPLAY "Erreur enregistrement mouvement de points, code ",fpo_stat
      END-IF
      CLOSE fpoints.

    *> CREDITE_POINTS : crédite les points de fidélité d'une réservation fermée (WplacePoints places, au prorata) sur la fiche du client WmailPoints ; sans effet pour un client de passage ou inconnu du fichier clients
    CREDITE_POINTS.
      IF WmailPoints NOT = SPACES THEN
         OPEN I-O fclients
         MOVE WmailPoints TO fc_mail
         READ fclients
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             COMPUTE WnbPoints = WplacePoints * WpointsParPlace
             COMPUTE fc_points = fc_points + WnbPoints
             REWRITE clieTampon
             IF fc_stat = 00 THEN
                DISPLAY "Points de fidélité crédités : ",WnbPoints," (solde ",fc_points,")"
                MOVE "A" TO WtypePoints
                PERFORM ECRIT_MVT_POINTS
             END-IF
         END-READ
         CLOSE fclients
      END-IF.

    *> REPREND_POINTS : à l'annulation d'une réservation, reprend les points crédités pour WplacePoints places au client WmailPoints, sans descendre le solde sous zéro (des points déjà convertis ne sont pas recherchés)
    REPREND_POINTS.
      IF WmailPoints NOT = SPACES THEN
         OPEN I-O fclients
         MOVE WmailPoints TO fc_mail
         READ fclients
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             COMPUTE WnbPoints = WplacePoints * WpointsParPlace
             IF WnbPoints > fc_points THEN
                MOVE fc_points TO WnbPoints
             END-IF
             IF WnbPoints > 0 THEN
                COMPUTE fc_points = fc_points - WnbPoints
                REWRITE clieTampon
                IF fc_stat = 00 THEN
                   DISPLAY "Points de fidélité repris : ",WnbPoints," (solde ",fc_points,")"
                   MOVE "R" TO WtypePoints
                   PERFORM ECRIT_MVT_POINTS
                END-IF
             END-IF
         END-READ
         CLOSE fclients
      END-IF.

    *> CONVERTIT_POINTS : en caisse, propose au client fr_mail de convertir ses points en réduction sur WmontantR (place gratuite = son tarif en réduction) et débite sa fiche, mouvement "C" à l'appui
    CONVERTIT_POINTS.
      IF fr_mail NOT = SPACES THEN
         OPEN I-O fclients
         MOVE fr_mail TO fc_mail
         READ fclients
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             COMPUTE WmaxReduc = fc_points / WpointsParEuro
             IF WmaxReduc > WmontantR THEN
                MOVE WmontantR TO WmaxReduc
             END-IF
             IF WmaxReduc > 0 THEN
                DISPLAY "Solde de points du client : ",fc_points," (",WpointsParEuro," points = 1 de réduction, place adulte = ",WtarifAdulte,")"
                MOVE 0 TO WreducPoints
                PERFORM WITH TEST AFTER UNTIL WreducPoints <= WmaxReduc
                   DISPLAY "Réduction à régler en points, de 0 (aucune) à ",WmaxReduc
                   ACCEPT WreducPoints
                END-PERFORM
                IF WreducPoints > 0 THEN
                   COMPUTE WnbPoints = WreducPoints * WpointsParEuro
                   COMPUTE fc_points = fc_points - WnbPoints
                   REWRITE clieTampon
                   IF fc_stat = 00 THEN
                      COMPUTE WmontantR = WmontantR - WreducPoints
                      DISPLAY "Réduction fidélité de ",WreducPoints," appliquée, montant à payer : ",WmontantR
                      MOVE fr_mail TO WmailPoints
                      MOVE "C" TO WtypePoints
                      PERFORM ECRIT_MVT_POINTS
                   END-IF
                END-IF
             END-IF
         END-READ
         CLOSE fclients
      END-IF.

    *> ETAT_POINTS : état mensuel des points acquis/consommés/repris/expirés (engagement comptable), balaye points.dat pour le mois demandé et écrit points-MMAAAA.dat
    ETAT_POINTS.
      DISPLAY "----------------- DEBUT état mensuel des points ---------------"
      MOVE 0 TO WmoisPoints
      PERFORM WITH TEST AFTER UNTIL WmoisPoints > 0 AND WmoisPoints < 13
         DISPLAY "Saisir le mois (1 à 12)"
         ACCEPT WmoisPoints
      END-PERFORM
      DISPLAY "Saisir l'année (aaaa)"
      ACCEPT WanneePoints
      MOVE 0 TO WtotalAcquis
      MOVE 0 TO WtotalConsomme
      MOVE 0 TO WtotalRepris
      MOVE 0 TO WtotalExpirePts
      MOVE FUNCTION CONCATENATE("points-",WmoisPoints,WanneePoints,".dat") TO Wpointsfichier
      OPEN OUTPUT fetatpoints
      MOVE FUNCTION CONCATENATE("POINTS DE FIDELITE DU MOIS ",WmoisPoints,"/",WanneePoints) TO fep_ligne
      WRITE etatpointTampon
      OPEN INPUT fpoints
      MOVE 0 TO fpo_num
      MOVE 0 TO Wfin
      START fpoints KEY IS NOT LESS THAN fpo_num
        INVALID KEY
          MOVE 1 TO Wfin
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fpoints NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              COMPUTE WanneeMvt = fpo_date / 10000
              COMPUTE WmoisMvt = FUNCTION MOD(fpo_date / 100, 100)
              IF WanneeMvt = WanneePoints AND WmoisMvt = WmoisPoints THEN
                 EVALUATE fpo_type
                 WHEN "A"
                    COMPUTE WtotalAcquis = WtotalAcquis + fpo_points
                 WHEN "C"
                    COMPUTE WtotalConsomme = WtotalConsomme + fpo_points
                 WHEN "R"
                    COMPUTE WtotalRepris = WtotalRepris + fpo_points
                 WHEN "E"
                    COMPUTE WtotalExpirePts = WtotalExpirePts + fpo_points
                 END-EVALUATE
                 MOVE FUNCTION CONCATENATE(fpo_date," ",fpo_type," ",fpo_points," ",fpo_mail) TO fep_ligne
                 WRITE etatpointTampon
              END-IF
         END-READ
      END-PERFORM
      CLOSE fpoints
      MOVE "----------------------------------------" TO fep_ligne
      WRITE etatpointTampon
      MOVE FUNCTION CONCATENATE("TOTAL acquis=",WtotalAcquis," consommes=",WtotalConsomme," repris=",WtotalRepris," expires=",WtotalExpirePts) TO fep_ligne
      WRITE etatpointTampon
      CLOSE fetatpoints
      DISPLAY "Points acquis    : ",WtotalAcquis
      DISPLAY "Points consommés : ",WtotalConsomme
      DISPLAY "Points repris    : ",WtotalRepris
      DISPLAY "Points expirés   : ",WtotalExpirePts
      DISPLAY "Etat écrit dans ",Wpointsfichier
      MOVE "ETAT_POINTS" TO Wjtype
      MOVE FUNCTION CONCATENATE(WmoisPoints,"/",WanneePoints) TO Wjcle
      MOVE SPACES TO Wjavant
      MOVE FUNCTION CONCATENATE("acquis=",WtotalAcquis," consommes=",WtotalConsomme," repris=",WtotalRepris," expires=",WtotalExpirePts) TO Wjapres
      PERFORM ECRIT_JOURNAL
      DISPLAY "----------------- FIN état mensuel des points ---------------".

    *> EXPIRE_POINTS : traitement périodique, remet à zéro (mouvement "E") le solde de points des clients sans aucun mouvement depuis 24 mois, pour que l'engagement comptable ne gonfle pas indéfiniment
    EXPIRE_POINTS.
      DISPLAY "----------------- DEBUT expiration des points ---------------"
      MOVE FUNCTION CURRENT-DATE(1:8) TO Waujourdhui
      MOVE Waujourdhui TO Wtampon
      MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WdateInteger
      COMPUTE WdateInteger = WdateInteger - 730
      MOVE FUNCTION DATE-OF-INTEGER(WdateInteger) TO WlimiteInactif
      MOVE 0 TO WnbClientExpire
      OPEN I-O fclients
      MOVE 0 TO WfinF
      PERFORM WITH TEST AFTER UNTIL WfinF = 1
         READ fclients NEXT
           AT END
              MOVE 1 TO WfinF
           NOT AT END
              IF fc_points > 0 THEN
                 MOVE 0 TO WdernierMvt
                 OPEN INPUT fpoints
                 MOVE fc_mail TO fpo_mail
                 START fpoints KEY = fpo_mail
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE 0 TO Wfin
                     PERFORM WITH TEST AFTER UNTIL Wfin = 1
                        READ fpoints NEXT
                          AT END
                             MOVE 1 TO Wfin
                          NOT AT END
                             IF fpo_mail <> fc_mail THEN
                                MOVE 1 TO Wfin
                             ELSE
                                IF fpo_date > WdernierMvt THEN
                                   MOVE fpo_date TO WdernierMvt
                                END-IF
                             END-IF
                        END-READ
                     END-PERFORM
                 END-START
                 CLOSE fpoints
                 IF WdernierMvt > 0 AND WdernierMvt < WlimiteInactif THEN
                    MOVE fc_points TO WnbPoints
                    MOVE fc_mail TO WmailPoints
                    MOVE 0 TO fc_points
                    REWRITE clieTampon
                    IF fc_stat = 00 THEN
                       COMPUTE WnbClientExpire = WnbClientExpire + 1
                       DISPLAY "Points expirés pour ",fc_prenom," : ",WnbPoints
                       MOVE "E" TO WtypePoints
                       PERFORM ECRIT_MVT_POINTS
                    END-IF
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE fclients
      DISPLAY "Clients dont les points ont expiré : ",WnbClientExpire
      MOVE "EXPIRE_POINTS" TO Wjtype
      MOVE SPACES TO Wjcle
      MOVE SPACES TO Wjavant
      MOVE FUNCTION CONCATENATE("clients=",WnbClientExpire," limite=",WlimiteInactif) TO Wjapres
      PERFORM ECRIT_JOURNAL
      DISPLAY "----------------- FIN expiration des points ---------------".

    *> CALCULE_RETENUE_ACTIVE : pour le siège chargé dans siegeTampon, détermine si sa retenue temporaire est encore active (posée aujourd'hui depuis moins de WdureeRetenue minutes) ; WretenueActive=1 si le siège est bloqué par une vente en cours sur un autre poste
    CALCULE_RETENUE_ACTIVE.
      MOVE 0 TO WretenueActive
      IF fsi_dateret NOT = 0 THEN
         MOVE FUNCTION CURRENT-DATE(1:8) TO Waujourdhui
         IF fsi_dateret = Waujourdhui THEN
            COMPUTE WposeMin = FUNCTION INTEGER(fsi_heureret / 10000) * 60 + FUNCTION MOD(FUNCTION INTEGER(fsi_heureret / 100), 100)
            MOVE FUNCTION CURRENT-DATE TO WdateActu
            COMPUTE WmaintenantMin = Wheure * 60 + Wminute
            IF WmaintenantMin >= WposeMin AND WmaintenantMin - WposeMin < WdureeRetenue THEN
               MOVE 1 TO WretenueActive
            END-IF
         END-IF
      END-IF.

    *> CONFIRME_RETENUES : à l'écriture de la réservation, transforme les retenues posées sur les sièges fr_siege(1..fr_nbsieges) de la séance fr_idseance en attribution définitive (fsi_numresa = fr_num) et efface l'horodatage
    CONFIRME_RETENUES.
      OPEN I-O fsieges
      MOVE 0 TO Wcpt
      PERFORM WITH TEST AFTER UNTIL Wcpt >= fr_nbsieges
         COMPUTE Wcpt = Wcpt + 1
         MOVE fr_idseance TO fsi_idseance
         MOVE fr_siege(Wcpt) TO fsi_numsiege
         READ fsieges
           INVALID KEY
             DISPLAY "Incohérence : siège retenu introuvable au plan de salle"
           NOT INVALID KEY
             MOVE fr_num TO fsi_numresa
             MOVE 0 TO fsi_dateret
             MOVE 0 TO fsi_heureret
             REWRITE siegeTampon
         END-READ
      END-PERFORM
      CLOSE fsieges.

    *> LIBERE_RETENUES : la vente est abandonnée ou son écriture a échoué, les retenues posées sur les sièges fr_siege(1..fr_nbsieges) de la séance fr_idseance sont effacées et les sièges redeviennent libres
    LIBERE_RETENUES.
      OPEN I-O fsieges
      MOVE 0 TO Wcpt
      PERFORM WITH TEST AFTER UNTIL Wcpt >= fr_nbsieges
         COMPUTE Wcpt = Wcpt + 1
         MOVE fr_idseance TO fsi_idseance
         MOVE fr_siege(Wcpt) TO fsi_numsiege
         READ fsieges
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 0 TO fsi_dateret
             MOVE 0 TO fsi_heureret
             REWRITE siegeTampon
         END-READ
      END-PERFORM
      CLOSE fsieges.

    *> PURGE_RETENUES : traitement de nettoyage, efface les retenues temporaires expirées (plus vieilles que WdureeRetenue minutes ou d'un autre jour) laissées par des ventes abandonnées ou un poste interrompu
    PURGE_RETENUES.
      DISPLAY "----------------- DEBUT purge des retenues ---------------"
      MOVE 0 TO WnbRetenuePurge
      OPEN I-O fsieges
      MOVE 0 TO fsi_idseance
      MOVE 0 TO fsi_numsiege
      MOVE 0 TO Wfin
      START fsieges KEY IS NOT LESS THAN fsi_cle
        INVALID KEY
          MOVE 1 TO Wfin
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fsieges NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              IF fsi_dateret NOT = 0 THEN
                 PERFORM CALCULE_RETENUE_ACTIVE
                 *> une retenue sur un siege deja attribue n'a plus
                 *> d'objet non plus
                 IF WretenueActive = 0 OR fsi_numresa NOT = 0 THEN
                    MOVE 0 TO fsi_dateret
                    MOVE 0 TO fsi_heureret
                    REWRITE siegeTampon
                    IF fsi_stat = 00 THEN
                       COMPUTE WnbRetenuePurge = WnbRetenuePurge + 1
                    END-IF
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE fsieges
      DISPLAY "Retenues purgées : ",WnbRetenuePurge
      MOVE "PURGE_RETENUES" TO Wjtype
      MOVE SPACES TO Wjcle
      MOVE SPACES TO Wjavant
      MOVE FUNCTION CONCATENATE("purgees=",WnbRetenuePurge) TO Wjapres
      PERFORM ECRIT_JOURNAL
      DISPLAY "----------------- FIN purge des retenues ---------------".

    *> SELECTIONNE_SIEGES : fait choisir au client WplaceR sièges libres de la seance fsea_id avec leur catégorie (un emplacement PMR exige une confirmation explicite), pose sur chacun une retenue temporaire horodatée (invisible des autres ventes, confirmée en attribution définitive à l'écriture de la réservation ou libérée si la vente échoue), remplit fr_siege(1..WplaceR) et compte dans WnbPremium les sièges premium retenus pour le supplément
    SELECTIONNE_SIEGES.
      OPEN I-O fsieges
      MOVE fsea_id TO fsi_idseance
      DISPLAY "Sièges encore libres :"
      MOVE 0 TO Wfin
      START fsieges KEY = fsi_idseance
        NOT INVALID KEY
          PERFORM WITH TEST AFTER UNTIL Wfin = 1
             READ fsieges NEXT
               AT END
                  MOVE 1 TO Wfin
               NOT AT END
                  IF fsi_idseance <> fsea_id THEN
                     MOVE 1 TO Wfin
                  ELSE
                     IF fsi_numresa = 0 THEN
                        *> un siege retenu par une vente en cours sur
                        *> un autre poste n'est pas propose
                        PERFORM CALCULE_RETENUE_ACTIVE
                        IF WretenueActive = 0 THEN
                           EVALUATE fsi_categorie
                           WHEN "H"
                              DISPLAY "  siège ",fsi_numsiege," (PMR)"
                           WHEN "P"
                              DISPLAY "  siège ",fsi_numsiege," (premium, supplément ",WtarifPremium,")"
                           WHEN OTHER
                              DISPLAY "  siège ",fsi_numsiege
                           END-EVALUATE
                        END-IF
                     END-IF
                  END-IF
             END-READ
          END-PERFORM
      END-START
      MOVE 0 TO WnbPremium
      MOVE 0 TO Wcpt
      PERFORM WITH TEST AFTER UNTIL Wcpt >= WplaceR
         COMPUTE Wcpt = Wcpt + 1
         MOVE 0 TO WsiegeOk
         PERFORM WITH TEST AFTER UNTIL WsiegeOk = 1
            DISPLAY "Saisir le numéro du siège n° ",Wcpt
            ACCEPT WnumSiege
            MOVE fsea_id TO fsi_idseance
            MOVE WnumSiege TO fsi_numsiege
            READ fsieges
              INVALID KEY
                 DISPLAY "Ce siège n'existe pas dans cette salle"
              NOT INVALID KEY
                 IF fsi_numresa <> 0 THEN
                    DISPLAY "Ce siège est déjà occupé"
                 ELSE
                    PERFORM CALCULE_RETENUE_ACTIVE
                    IF WretenueActive = 1 THEN
                       DISPLAY "Ce siège est retenu par une autre vente en cours"
                    ELSE
                    *> les emplacements PMR reglementaires ne partent
                    *> pas par defaut : confirmation explicite exigee
                    IF fsi_categorie = "H" THEN
                       DISPLAY "Emplacement PMR (fauteuil roulant) : confirmer l'attribution ? 0 pour non 1 pour oui"
                       ACCEPT WconfirmePmr
                    ELSE
                       MOVE 1 TO WconfirmePmr
                    END-IF
                    IF WconfirmePmr = 1 THEN
                       *> retenue temporaire horodatee : l'attribution
                       *> definitive attend l'ecriture de la
                       *> reservation
                       MOVE FUNCTION CURRENT-DATE(1:8) TO fsi_dateret
                       MOVE FUNCTION CURRENT-DATE(9:6) TO fsi_heureret
                       REWRITE siegeTampon
                       MOVE WnumSiege TO fr_siege(Wcpt)
                       IF fsi_categorie = "P" THEN
                          COMPUTE WnbPremium = WnbPremium + 1
                       END-IF
                       MOVE 1 TO WsiegeOk
                    END-IF
                    END-IF
                 END-IF
            END-READ
         END-PERFORM
      END-PERFORM
      CLOSE fsieges.

    *> CHERCHE_TARIF : renvoie dans Wmontanttarif le tarif en vigueur à Wdatejour pour le type Wtypetarif (0 si aucun tarif configuré)
    CHERCHE_TARIF.
      MOVE 0 TO Wmontanttarif
      MOVE 0 TO Wfin
      OPEN INPUT ftarifs
      MOVE Wtypetarif TO ft_type
      START ftarifs KEY = ft_type
        INVALID KEY
          MOVE 1 TO Wfin
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ ftarifs NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              IF ft_type <> Wtypetarif THEN
                 MOVE 1 TO Wfin
              ELSE
                 IF ft_datedeb <= Wdatejour THEN
                    MOVE ft_montant TO Wmontanttarif
                 ELSE
                    MOVE 1 TO Wfin
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE ftarifs.

    *> CHARGE_TARIFS : recharge les 4 tarifs courants depuis ftarifs (au lieu des constantes figées dans le programme)
    CHARGE_TARIFS.
      MOVE FUNCTION CURRENT-DATE(1:8) TO Wdatejour
      MOVE "A" TO Wtypetarif
      PERFORM CHERCHE_TARIF
      MOVE Wmontanttarif TO WtarifAdulte
      MOVE "E" TO Wtypetarif
      PERFORM CHERCHE_TARIF
      MOVE Wmontanttarif TO WtarifEnfant
      MOVE "R" TO Wtypetarif
      PERFORM CHERCHE_TARIF
      MOVE Wmontanttarif TO WtarifReduc
      MOVE "D" TO Wtypetarif
      PERFORM CHERCHE_TARIF
      MOVE Wmontanttarif TO Wtarif3D
      MOVE "P" TO Wtypetarif
      PERFORM CHERCHE_TARIF
      MOVE Wmontanttarif TO WtarifPremium.

    *> MODIFIER_TARIF : ajoute un tarif ou corrige celui d'une date d'effet déjà saisie, sans avoir à toucher tarifs.dat à la main
    MODIFIER_TARIF.
      DISPLAY "Type de tarif : A=Adulte E=Enfant R=Réduit D=3D B=Battement(minutes) P=Premium"
      ACCEPT ft_type
      DISPLAY "Date d'effet sous le format AAAAMMJJ"
      ACCEPT ft_datedeb
      DISPLAY "Nouveau montant"
      ACCEPT WnouveauMontantTarif
      OPEN I-O ftarifs
      READ ftarifs
        INVALID KEY
          MOVE WnouveauMontantTarif TO ft_montant
          WRITE tarifTampon
        NOT INVALID KEY
          MOVE WnouveauMontantTarif TO ft_montant
          REWRITE tarifTampon
      END-READ
      IF ft_stat = 00 THEN
        DISPLAY "Tarif enregistré"
        MOVE "MODIFIER_TARIF" TO Wjtype
        MOVE ft_type TO Wjcle
        MOVE SPACES TO Wjavant
        MOVE FUNCTION CONCATENATE("datedeb=",ft_datedeb," montant=",ft_montant) TO Wjapres
        PERFORM ECRIT_JOURNAL
      ELSE
        DISPLAY "Erreur enregistrement tarif"
      END-IF
      CLOSE ftarifs.

    AJOUT_RESERVATION.
        DISPLAY "--------------ajout reservation--------------"
        PERFORM CHARGE_TARIFS
        *> fonction qui retourne le nombre de jour depuis le 1600/12/31
        

           *> demande de la seance
        *> saisir le numero de la reservation
        *> verifiacation si existe deja
        
        *> demande du nombre de place normal
        *> demande du nombre de place enfant
        *> verification des places restantes 
        *> demandes des id des abonnées et verif de leur abonenment
        *> calcul du montant total
        *> ecriture
        *> affichage recap commande
        OPEN INPUT fseances
        
        DISPLAY "Saisir le numéro de la séance : "
        ACCEPT fsea_id
        READ fseances
           INVALID KEY 
               DISPLAY "Aucune séance ne porte ce numéro"
           NOT INVALID KEY 
              OPEN I-O freservation
              MOVE fsea_id to WidseanceR
              MOVE 0 to Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin =1 
                 DISPLAY "Saisir le numéro de la réservation : "
                  ACCEPT WnumR
                  MOVE WnumR to fr_num
                   READ freservation
                    INVALID KEY
                       *> libre dans le fichier vivant : verifier qu'il
                       *> n'est pas non plus parti aux archives
                       OPEN INPUT freservationH
                       MOVE WnumR TO frh_num
                       READ freservationH
                         INVALID KEY
                            MOVE 1 to Wfin
                         NOT INVALID KEY
                            DISPLAY "Numéro déjà utilisé par une réservation archivée, saisissez en un nouveau"
                       END-READ
                       CLOSE freservationH
                    NOT INVALID KEY
                       DISPLAY "Numéro de reservation déjà existant, saisissez en un nouveau"
                    END-READ
               END-PERFORM
               DISPLAY "Saisir le nombre de places à commander"
               ACCEPT WplaceR
                 MOVE WidseanceR TO fr_idseance
                  *> se positionner : on compte les sieges encore libres
                  *> sur le plan de salle de cette seance (fsieges), pas un
                  *> simple cumul de compteur
                MOVE 0 to Werror
                MOVE 0 TO WplaceRestante
                OPEN INPUT fsieges
                MOVE fsea_id TO fsi_idseance
                START fsieges KEY = fsi_idseance
                  INVALID KEY
                    MOVE 1 to Werror
                    DISPLAY "Erreur , le plan de salle de cette séance est introuvable"
                  NOT INVALID KEY
                    MOVE 0 TO Wfin
                    PERFORM WITH TEST AFTER UNTIL Wfin = 1
                       READ fsieges NEXT
                         AT END
                            MOVE 1 TO Wfin
                         NOT AT END
                            IF fsi_idseance <> fsea_id THEN
                               MOVE 1 TO Wfin
                            ELSE
                               IF fsi_numresa = 0 THEN
                                  *> les sieges retenus par une autre
                                  *> vente en cours ne comptent pas
                                  PERFORM CALCULE_RETENUE_ACTIVE
                                  IF WretenueActive = 0 THEN
                                     COMPUTE WplaceRestante = WplaceRestante + 1
                                  END-IF
                               END-IF
                            END-IF
                       END-READ
                    END-PERFORM
                END-START
                CLOSE fsieges
                  MOVE 0 TO WmontantR
                IF WplaceR > WmaxSiege THEN
                  DISPLAY "ERREUR, une réservation ne peut pas dépasser ",WmaxSiege," sièges"
                ELSE
                IF WplaceR <=  WplaceRestante AND Werror <> 1 THEN
                        PERFORM SELECTIONNE_SIEGES
                        PERFORM WITH TEST AFTER UNTIL Wplace_enfant <= WplaceR AND Wplace_enfant >=0
                          MOVE 0 TO WmontantR
                         DISPLAY "Saisir le nombre de places enfant "
                         ACCEPT Wplace_enfant
                         COMPUTE WmontantR = WmontantR + WtarifEnfant * Wplace_enfant
                         display "montant enfant  : ",WmontantR
                        END-PERFORM
                        COMPUTE Wtampon = WplaceR - Wplace_enfant
                        IF Wtampon >0 THEN
                           PERFORM WITH TEST AFTER UNTIL Wplace_abonneR <= Wtampon
                            DISPLAY "Saisir le nombre de places abonnés inferieur ou egale à ",Wtampon
                            ACCEPT Wplace_abonneR
                           END-PERFORM
                       ELSE
                          MOVE 0 to Wplace_abonneR
                       END-IF
                       COMPUTE  Wtampon = Wtampon - Wplace_abonneR
                        *> ajout du tarif 3D ou non
                        COMPUTE WmontantR = WmontantR + Wtampon* WtarifAdulte
                        IF fsea_typedif =1 THEN
                          COMPUTE WmontantR = WmontantR + WplaceR * Wtarif3D
                        END-IF
                        *> supplement des sieges premium retenus au
                        *> plan de salle
                        IF WnbPremium > 0 THEN
                          COMPUTE WmontantR = WmontantR + WnbPremium * WtarifPremium
                        END-IF
                        MOVE 0 to Wcpt
                        MOVE 0 TO WabonneRefuse
                        OPEN INPUT fclients
                        IF Wcpt <> Wplace_abonneR THEN
                         PERFORM WITH TEST AFTER UNTIL Wcpt >= Wplace_abonneR 
                             COMPUTE Wcpt = Wcpt + 1
                             DISPLAY "saisir le mail de l'abonné no ",Wcpt
                             ACCEPT fc_mail
                             READ fclients
                                INVALID KEY
                                   DISPLAY "Abonné non existant"
                                   DISPLAY "Tarif normal adulte s'applique"
                                   COMPUTE WmontantR = WmontantR + WtarifAdulte
                                   COMPUTE WabonneRefuse = WabonneRefuse + 1
                                NOT INVALID KEY
                                   *> verification de sa date d'abonnement
                                   *> echeance en mois calendaires, comme
                                   *> les ecrans de relance/renouvellement
                                   PERFORM CALCULE_ECHEANCE
                                   MOVE FUNCTION CURRENT-DATE(1:8) TO Waujourdhui
                                   IF Waujourdhui < WdateEcheance THEN
                                   *> abonnement encore valide
                                      COMPUTE WmontantR = WmontantR + WtarifReduc
                                   ELSE
                                      DISPLAY "L'abonnement de ",fc_prenom," a expiré le tarif normal adulte s'applique"
                                      COMPUTE WmontantR = WmontantR + WtarifAdulte
                                      COMPUTE WabonneRefuse = WabonneRefuse + 1
                                   END-IF
                            END-READ
                          END-PERFORM
                         END-IF
                         CLOSE fclients
                          *> les places abonne refusees (mail inconnu ou
                          *> abonnement expire) ont ete facturees plein
                          *> tarif : elles comptent en adulte sur le
                          *> billet, pour que le detail tombe juste
                          COMPUTE Wplace_abonneR = Wplace_abonneR - WabonneRefuse
                          *> rattachement de la reservation au client
                          *> (mail, cle de fclients) pour l'historique
                          DISPLAY "Saisir le mail du client (0 si client de passage)"
                          ACCEPT fr_mail
                          IF fr_mail = "0" THEN
                             MOVE SPACES TO fr_mail
                          ELSE
                             OPEN INPUT fclients
                             MOVE fr_mail TO fc_mail
                             READ fclients
                               INVALID KEY
                                  DISPLAY "Attention : ce mail est inconnu du fichier clients"
                               NOT INVALID KEY
                                  CONTINUE
                             END-READ
                             CLOSE fclients
                          END-IF
                          *> code promotionnel ou contremarque
                          *> partenaire : controle et remise avant la
                          *> conversion des points
                          MOVE WmontantR TO WmontantPromo
                          MOVE WplaceR TO WplacePromo
                          MOVE fr_mail TO WmailPromo
                          MOVE 0 TO WresaPromo
                          PERFORM SAISIE_CODE_PROMO
                          COMPUTE WmontantR = WmontantR - WremisePromo
                          *> conversion eventuelle des points de
                          *> fidelite en reduction, avant l'ecriture
                          PERFORM CONVERTIT_POINTS
                          MOVE WmontantR to fr_montant
                          MOVE WplaceR to fr_place
                          MOVE WplaceR to fr_nbsieges
                          MOVE Wplace_abonneR to fr_placeAbonne
                          MOVE Wplace_enfant to fr_placeEnfant
                          MOVE WidseanceR to fr_idseance
                          MOVE WnumR to fr_num
                          *> groupes : l'option retient les sieges sans
                          *> paiement jusqu'a une date limite
                          MOVE SPACE TO fr_statut
                          PERFORM WITH TEST AFTER UNTIL fr_statut = "F" OR fr_statut = "O"
                             DISPLAY "Réservation ferme ou option de groupe ? (F=ferme, O=option)"
                             ACCEPT fr_statut
                          END-PERFORM
                          MOVE 0 TO fr_datelimite
                          IF fr_statut = "O" THEN
                             MOVE FUNCTION CURRENT-DATE(1:8) TO Waujourdhui
                             MOVE 0 TO Wdaterechercheok
                             PERFORM WITH TEST AFTER UNTIL Wdaterechercheok = 1
                                DISPLAY "Saisir la date limite de confirmation au format jjmmaaaa"
                                ACCEPT WdateLimite
                                MOVE FUNCTION CONCATENATE(WanneeLimite,WmoisLimite,WjourLimite) TO Wdate
                                IF FUNCTION TEST-DATE-YYYYMMDD(Wdate) = 00000000 AND Wdate >= Waujourdhui THEN
                                   MOVE 1 TO Wdaterechercheok
                                ELSE
                                   DISPLAY "La date limite doit être une date valide et à venir"
                                END-IF
                             END-PERFORM
                             MOVE Wdate TO fr_datelimite
                          END-IF

                         WRITE reserTampon
                         END-WRITE
                         IF fr_stat = 00 THEN
                           *> la reservation est ecrite : les retenues
                           *> posees a la selection deviennent
                           *> l'attribution definitive des sieges
                           PERFORM CONFIRME_RETENUES
                           *> l'utilisation du code est rattachee a la
                           *> reservation ecrite
                           IF WpromoOk = 1 THEN
                              PERFORM ENREGISTRE_UTIL_PROMO
                           END-IF
                           *> mise a jour du total d'entrees du film plutot que de
                           *> laisser AFFICHE_STATISTIQUE tout recalculer
                           OPEN I-O fstats
                           MOVE fsea_idfilm TO fst_idfilm
                           READ fstats
                             INVALID KEY
                               MOVE fsea_idfilm TO fst_idfilm
                               MOVE fr_place TO fst_nbplace
                               WRITE statsTampon
                             NOT INVALID KEY
                               COMPUTE fst_nbplace = fst_nbplace + fr_place
                               REWRITE statsTampon
                           END-READ
                           CLOSE fstats
                           MOVE "AJOUT_RESERVATION" TO Wjtype
                           MOVE fr_num TO Wjcle
                           MOVE SPACES TO Wjavant
                           MOVE FUNCTION CONCATENATE("seance=",fsea_id," places=",fr_place," montant=",fr_montant) TO Wjapres
                           PERFORM ECRIT_JOURNAL
                          DISPLAY "--------RECAPITULATIF RESERVATION ---------"
                          DISPLAY " Seance no ",fsea_id
                          DISPLAY "DATE : ",fsea_date
                          DISPLAY "HEURE : ",fsea_horaire
                          DISPLAY "nombre de place reserver : ",fr_place
                          DISPLAY "dont enfant : ",Wplace_enfant
                          DISPLAY "montant total à payer : ",fr_montant
                          MOVE 0 TO Wcpt
                          PERFORM WITH TEST AFTER UNTIL Wcpt >= fr_nbsieges
                             COMPUTE Wcpt = Wcpt + 1
                             DISPLAY "siège attribué : ",fr_siege(Wcpt)
                          END-PERFORM
                          IF fr_statut = "F" THEN
                          *> encaissement : chaque reservation ferme
                          *> laisse un mouvement dans fpaiements
                          MOVE SPACE TO WmoyenP
                          PERFORM WITH TEST AFTER UNTIL WmoyenP = "E" OR = "C" OR = "Q"
                             DISPLAY "Moyen de paiement (E=espèces, C=carte, Q=chèque cinéma)"
                             ACCEPT WmoyenP
                             IF WmoyenP = "Q" THEN
                                PERFORM SAISIE_CHEQUE
                                IF WchequeOk = 0 THEN
                                   MOVE SPACE TO WmoyenP
                                END-IF
                             END-IF
                          END-PERFORM
                          IF WmoyenP = "Q" THEN
                             *> le cheque vient d'etre debite :
                             *> l'encaissement est acquis
                             MOVE "P" TO WstatutP
                          ELSE
                          MOVE SPACE TO WstatutP
                          PERFORM WITH TEST AFTER UNTIL WstatutP = "P" OR = "A"
                             DISPLAY "Paiement encaissé ? (P=payé, A=en attente)"
                             ACCEPT WstatutP
                          END-PERFORM
                          END-IF
                          PERFORM ENREGISTRE_PAIEMENT
                          *> trace a remettre au client : la seance est
                          *> toujours chargee dans seaTampon a ce stade
                          PERFORM EDITE_BILLET
                          *> la reservation fermee credite la fidelite
                          MOVE fr_mail TO WmailPoints
                          MOVE fr_place TO WplacePoints
                          PERFORM CREDITE_POINTS
                          ELSE
                          *> l'option n'entre dans le circuit de
                          *> paiement qu'a sa confirmation
                          DISPLAY "Option posée, à confirmer avant le ",fr_datelimite
                          MOVE "POSE_OPTION" TO Wjtype
                          MOVE fr_num TO Wjcle
                          MOVE SPACES TO Wjavant
                          MOVE FUNCTION CONCATENATE("seance=",fr_idseance," places=",fr_place," limite=",fr_datelimite) TO Wjapres
                          PERFORM ECRIT_JOURNAL
                          END-IF
                         ELSE
                            DISPLAY "Erreur inconnue, Impossible d'enregistrer cette reservation"
                            *> la vente echoue : les sieges retenus
                            *> sont rendus aux autres postes
                            PERFORM LIBERE_RETENUES
                         END-IF
                      ELSE
                       DISPLAY "ERREUR, il ne reste que ",WplaceRestante," places pour cette seance"
                       DISPLAY "et vous en demandez ",WplaceR
                       DISPLAY "Voulez vous inscrire ce client sur liste d'attente ? 0 pour non 1 pour oui"
                       ACCEPT reponse
                       IF reponse = 1 THEN
                         OPEN I-O fattente
                         MOVE WidseanceR TO fa_idseance
                         PERFORM PROCHAIN_NUM_ATTENTE
                         MOVE WprochainAttente TO fa_numattente
                         DISPLAY "Saisir le mail du client à mettre en liste d'attente"
                         ACCEPT fa_mail
                         MOVE WplaceR TO fa_place
                         *> le code sera controle et applique a la
                         *> promotion du client
                         DISPLAY "Code promotionnel à appliquer lors de la promotion (0 si aucun)"
                         ACCEPT fa_codepromo
                         WRITE attenteTampon
                         CLOSE fattente
                         IF fa_stat = 00 THEN
                           DISPLAY "Client mis en liste d'attente pour ",WplaceR," place(s)"
                           MOVE "AJOUT_ATTENTE" TO Wjtype
                           MOVE WidseanceR TO Wjcle
                           MOVE SPACES TO Wjavant
                           MOVE FUNCTION CONCATENATE(fa_mail," places=",WplaceR) TO Wjapres
                           PERFORM ECRIT_JOURNAL
                         ELSE
                           DISPLAY "Erreur inscription liste d'attente, code ",fa_stat
                         END-IF
                       END-IF
                      END-IF
                END-IF
              CLOSE freservation
        END-READ
       
        CLOSE fseances
        DISPLAY "---------------fin ajout reservation---------------".
      
    RECHERCHE_RESERVATION.
      OPEN INPUT freservation
    
        DISPLAY "----------------- DEBUT recherche réservation ---------------"
           DISPLAY "Saisir le numéro de la reservation"
           ACCEPT fr_num
           READ freservation
              INVALID KEY
                 DISPLAY " Aucune reservation pour ce numéro "
              NOT INVALID KEY
                  DISPLAY "--------RECAPITULATIF RESERVATION ---------"
                   DISPLAY " Reservation no ",fr_num
                   DISPLAY " Seance no ",fr_idseance
                   DISPLAY "nombre de place reserver : ",fr_place
                   DISPLAY "dont abonne : ",fr_placeAbonne
                   DISPLAY "montant total à payer : ",fr_montant
                   IF fr_statut = "O" THEN
                      DISPLAY "OPTION à confirmer avant le ",fr_datelimite
                   END-IF
           END-READ
       CLOSE freservation
        DISPLAY "----------------- FIN recherche réservation ---------------".

    *> EDITE_BILLET : écrit le billet imprimable billet-NNNN.dat de la réservation courante (reserTampon rempli, seaTampon chargé avec sa séance et tarifs chargés par l'appelant), avec film, salle, date, horaire, sièges, détail tarifaire et montant total
    EDITE_BILLET.
      OPEN INPUT ffilms
      MOVE fsea_idfilm TO ff_id
      READ ffilms
        INVALID KEY
          MOVE SPACES TO Wtitrerecherche
        NOT INVALID KEY
          MOVE ff_titre TO Wtitrerecherche
      END-READ
      CLOSE ffilms
      MOVE FUNCTION CONCATENATE("billet-",fr_num,".dat") TO Wbilletfichier
      OPEN OUTPUT fbillet
      MOVE "========================================" TO fbi_ligne
      WRITE billetTampon
      MOVE "              CINEMA - BILLET" TO fbi_ligne
      WRITE billetTampon
      MOVE "========================================" TO fbi_ligne
      WRITE billetTampon
      MOVE FUNCTION CONCATENATE("Reservation no ",fr_num) TO fbi_ligne
      WRITE billetTampon
      MOVE FUNCTION CONCATENATE("Film    : ",Wtitrerecherche) TO fbi_ligne
      WRITE billetTampon
      MOVE FUNCTION CONCATENATE("Salle   : ",fsea_numsalle) TO fbi_ligne
      WRITE billetTampon
      MOVE FUNCTION CONCATENATE("Date    : ",fsea_jour,"/",fsea_mois,"/",fsea_annee) TO fbi_ligne
      WRITE billetTampon
      MOVE FUNCTION CONCATENATE("Horaire : ",fsea_heure,":",fsea_minute) TO fbi_ligne
      WRITE billetTampon
      IF fsea_typedif = 1 THEN
         MOVE "Seance en 3D" TO fbi_ligne
         WRITE billetTampon
      END-IF
      MOVE "----------------------------------------" TO fbi_ligne
      WRITE billetTampon
      *> la categorie de chaque siege est relue au plan de salle pour
      *> figurer sur le billet et compter le supplement premium
      MOVE 0 TO WnbPremiumB
      IF fr_nbsieges > 0 THEN
         OPEN INPUT fsieges
         MOVE 0 TO Wcpt
         PERFORM WITH TEST AFTER UNTIL Wcpt >= fr_nbsieges
            COMPUTE Wcpt = Wcpt + 1
            MOVE fr_idseance TO fsi_idseance
            MOVE fr_siege(Wcpt) TO fsi_numsiege
            READ fsieges
              INVALID KEY
                 MOVE FUNCTION CONCATENATE("Siege ",fr_siege(Wcpt)) TO fbi_ligne
              NOT INVALID KEY
                 EVALUATE fsi_categorie
                 WHEN "H"
                    MOVE FUNCTION CONCATENATE("Siege ",fr_siege(Wcpt)," (PMR)") TO fbi_ligne
                 WHEN "P"
                    COMPUTE WnbPremiumB = WnbPremiumB + 1
                    MOVE FUNCTION CONCATENATE("Siege ",fr_siege(Wcpt)," (premium)") TO fbi_ligne
                 WHEN OTHER
                    MOVE FUNCTION CONCATENATE("Siege ",fr_siege(Wcpt)) TO fbi_ligne
                 END-EVALUATE
            END-READ
            WRITE billetTampon
         END-PERFORM
         CLOSE fsieges
      END-IF
      MOVE "----------------------------------------" TO fbi_ligne
      WRITE billetTampon
      COMPUTE WplaceAdulteB = fr_place - fr_placeEnfant - fr_placeAbonne
      IF WplaceAdulteB > 0 THEN
         MOVE FUNCTION CONCATENATE("Places adulte : ",WplaceAdulteB," x ",WtarifAdulte) TO fbi_ligne
         WRITE billetTampon
      END-IF
      IF fr_placeEnfant > 0 THEN
         MOVE FUNCTION CONCATENATE("Places enfant : ",fr_placeEnfant," x ",WtarifEnfant) TO fbi_ligne
         WRITE billetTampon
      END-IF
      IF fr_placeAbonne > 0 THEN
         MOVE FUNCTION CONCATENATE("Places abonne : ",fr_placeAbonne," x ",WtarifReduc) TO fbi_ligne
         WRITE billetTampon
      END-IF
      IF fsea_typedif = 1 THEN
         MOVE FUNCTION CONCATENATE("Supplement 3D : ",fr_place," x ",Wtarif3D) TO fbi_ligne
         WRITE billetTampon
      END-IF
      IF WnbPremiumB > 0 THEN
         MOVE FUNCTION CONCATENATE("Supplement premium : ",WnbPremiumB," x ",WtarifPremium) TO fbi_ligne
         WRITE billetTampon
      END-IF
      *> remise d'un code promotionnel ou d'une contremarque
      OPEN INPUT fpromoutil
      MOVE fr_num TO fpu_numresa
      MOVE 0 TO WfinPromo
      START fpromoutil KEY = fpu_numresa
        INVALID KEY
          MOVE 1 TO WfinPromo
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinPromo = 1
         READ fpromoutil NEXT
           AT END
              MOVE 1 TO WfinPromo
           NOT AT END
              IF fpu_numresa <> fr_num THEN
                 MOVE 1 TO WfinPromo
              ELSE
                 IF fpu_statut = "U" THEN
                    MOVE FUNCTION CONCATENATE("Remise code ",fpu_code," : -",fpu_remise) TO fbi_ligne
                    WRITE billetTampon
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE fpromoutil
      MOVE FUNCTION CONCATENATE("MONTANT TOTAL : ",fr_montant) TO fbi_ligne
      WRITE billetTampon
      MOVE "========================================" TO fbi_ligne
      WRITE billetTampon
      CLOSE fbillet
      IF fbi_stat = 00 THEN
         DISPLAY "Billet édité dans ",Wbilletfichier
      ELSE
         DISPLAY "Erreur édition billet, code ",fbi_stat
      END-IF.

    *> HISTORIQUE_CLIENT : pour un mail donné (clé de fclients), liste toutes les réservations passées et à venir du client avec séance, film, sièges et montant
    HISTORIQUE_CLIENT.
      DISPLAY "----------------- DEBUT historique client ---------------"
      DISPLAY "Saisir le mail du client"
      ACCEPT WmailH
      IF WmailH = SPACES OR WmailH = "0" THEN
         *> les reservations de passage sont rangees sous un mail a
         *> blanc : pas d'historique a lister pour elles
         DISPLAY "Saisir un mail de client (les clients de passage n'ont pas d'historique)"
      ELSE
      OPEN INPUT fclients
      MOVE WmailH TO fc_mail
      READ fclients
        INVALID KEY
          DISPLAY "Attention : ce mail est inconnu du fichier clients"
        NOT INVALID KEY
          DISPLAY "Client : ",fc_prenom
          DISPLAY "Solde de points de fidélité : ",fc_points
      END-READ
      CLOSE fclients
      MOVE FUNCTION CURRENT-DATE(1:8) TO Wtampon
      MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WdateInteger
      MOVE 0 TO WresaPassee
      MOVE 0 TO WresaAvenir
      OPEN INPUT freservation
      OPEN INPUT fseances
      OPEN INPUT ffilms
      MOVE WmailH TO fr_mail
      MOVE 0 TO Wfin
      START freservation KEY = fr_mail
        INVALID KEY
          MOVE 1 TO Wfin
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ freservation NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              IF fr_mail <> WmailH THEN
                 MOVE 1 TO Wfin
              ELSE
                 DISPLAY "--- RESERVATION ",fr_num,"---"
                 MOVE fr_idseance TO fsea_id
                 READ fseances
                   INVALID KEY
                      DISPLAY "Séance ",fr_idseance," (supprimée ou archivée)"
                      COMPUTE WresaPassee = WresaPassee + 1
                   NOT INVALID KEY
                      MOVE fsea_idfilm TO ff_id
                      READ ffilms
                        INVALID KEY
                           MOVE SPACES TO Wtitrerecherche
                        NOT INVALID KEY
                           MOVE ff_titre TO Wtitrerecherche
                      END-READ
                      DISPLAY "Séance ",fsea_id," du ",fsea_jour,"/",fsea_mois,"/",fsea_annee," à ",fsea_heure,":",fsea_minute
                      DISPLAY "Film : ",Wtitrerecherche
                      MOVE FUNCTION CONCATENATE(fsea_annee,fsea_mois,fsea_jour) TO Wtampon
                      MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO Wdate
                      IF Wdate < WdateInteger THEN
                         DISPLAY "Réservation passée"
                         COMPUTE WresaPassee = WresaPassee + 1
                      ELSE
                         DISPLAY "Réservation à venir"
                         COMPUTE WresaAvenir = WresaAvenir + 1
                      END-IF
                 END-READ
                 DISPLAY "nombre de place reserver : ",fr_place
                 DISPLAY "montant total à payer : ",fr_montant
                 IF fr_nbsieges > 0 THEN
                    MOVE 0 TO Wcpt
                    PERFORM WITH TEST AFTER UNTIL Wcpt >= fr_nbsieges
                       COMPUTE Wcpt = Wcpt + 1
                       DISPLAY "siège attribué : ",fr_siege(Wcpt)
                    END-PERFORM
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE fseances
      CLOSE freservation
      *> les reservations parties aux archives restent consultables :
      *> meme balayage sur les fichiers d'archive, tout y est passe
      OPEN INPUT freservationH
      OPEN INPUT fseancesH
      MOVE WmailH TO frh_mail
      MOVE 0 TO Wfin
      START freservationH KEY = frh_mail
        INVALID KEY
          MOVE 1 TO Wfin
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ freservationH NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              IF frh_mail <> WmailH THEN
                 MOVE 1 TO Wfin
              ELSE
                 DISPLAY "--- RESERVATION ",frh_num," (archivée)---"
                 MOVE frh_idseance TO fseah_id
                 READ fseancesH
                   INVALID KEY
                      DISPLAY "Séance ",frh_idseance," (détail indisponible)"
                   NOT INVALID KEY
                      MOVE fseah_idfilm TO ff_id
                      READ ffilms
                        INVALID KEY
                           MOVE SPACES TO Wtitrerecherche
                        NOT INVALID KEY
                           MOVE ff_titre TO Wtitrerecherche
                      END-READ
                      DISPLAY "Séance ",fseah_id," du ",fseah_jour,"/",fseah_mois,"/",fseah_annee," à ",fseah_heure,":",fseah_minute
                      DISPLAY "Film : ",Wtitrerecherche
                 END-READ
                 DISPLAY "Réservation passée"
                 COMPUTE WresaPassee = WresaPassee + 1
                 DISPLAY "nombre de place reserver : ",frh_place
                 DISPLAY "montant total à payer : ",frh_montant
                 IF frh_nbsieges > 0 THEN
                    MOVE 0 TO Wcpt
                    PERFORM WITH TEST AFTER UNTIL Wcpt >= frh_nbsieges
                       COMPUTE Wcpt = Wcpt + 1
                       DISPLAY "siège attribué : ",frh_siege(Wcpt)
                    END-PERFORM
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE fseancesH
      CLOSE freservationH
      CLOSE ffilms
      IF WresaPassee = 0 AND WresaAvenir = 0 THEN
         DISPLAY "Aucune réservation pour ce client"
      ELSE
         DISPLAY "Réservations passées : ",WresaPassee," à venir : ",WresaAvenir
      END-IF
      *> les mouvements de points completent l'historique : le client
      *> voit d'ou vient son solde (A=acquis C=converti R=repris
      *> E=expire)
      MOVE 0 TO WmvtPoints
      OPEN INPUT fpoints
      MOVE WmailH TO fpo_mail
      MOVE 0 TO Wfin
      START fpoints KEY = fpo_mail
        INVALID KEY
          MOVE 1 TO Wfin
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fpoints NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              IF fpo_mail <> WmailH THEN
                 MOVE 1 TO Wfin
              ELSE
                 COMPUTE WmvtPoints = WmvtPoints + 1
                 DISPLAY "Points le ",fpo_date," : ",fpo_type," ",fpo_points
              END-IF
         END-READ
      END-PERFORM
      CLOSE fpoints
      IF WmvtPoints = 0 THEN
         DISPLAY "Aucun mouvement de points pour ce client"
      END-IF
      END-IF
      DISPLAY "----------------- FIN historique client ---------------".

    *> ANNULER_RESERVATION : annule une réservation existante, libère ses sièges dans fsieges et affiche le montant remboursé
    ANNULER_RESERVATION.
      DISPLAY "----------------- DEBUT annulation réservation ---------------"
      OPEN I-O freservation
      DISPLAY "Saisir le numéro de la réservation à annuler"
      ACCEPT fr_num
      READ freservation
        INVALID KEY
          DISPLAY "Aucune réservation pour ce numéro"
        NOT INVALID KEY
          MOVE fr_idseance TO WidseanceR
          MOVE fr_montant TO WmontantR
          MOVE fr_place TO WplaceR
          MOVE fr_mail TO WmailPoints
          MOVE fr_statut TO WstatutAnnule
          OPEN I-O fsieges
          MOVE 1 TO Wcpt
          PERFORM WITH TEST AFTER UNTIL Wcpt > fr_nbsieges
             MOVE WidseanceR TO fsi_idseance
             MOVE fr_siege(Wcpt) TO fsi_numsiege
             READ fsieges
               INVALID KEY
                 DISPLAY "Incohérence : siège introuvable pour cette réservation"
               NOT INVALID KEY
                 MOVE 0 TO fsi_numresa
                 REWRITE siegeTampon
             END-READ
             COMPUTE Wcpt = Wcpt + 1
          END-PERFORM
          CLOSE fsieges
          DELETE freservation RECORD
          IF fr_stat = 00 THEN
            *> fstats doit perdre les places de la reservation annulee,
            *> sinon le total du film reste gonfle indefiniment
            OPEN INPUT fseances
            MOVE WidseanceR TO fsea_id
            READ fseances
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                CONTINUE
            END-READ
            CLOSE fseances
            OPEN I-O fstats
            MOVE fsea_idfilm TO fst_idfilm
            READ fstats
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                COMPUTE fst_nbplace = fst_nbplace - WplaceR
                REWRITE statsTampon
            END-READ
            CLOSE fstats
            DISPLAY "Réservation ",fr_num," annulée, ",WplaceR," place(s) libérée(s)"
            DISPLAY "Montant remboursé : ",WmontantR
            MOVE "ANNULER_RESERVATION" TO Wjtype
            MOVE fr_num TO Wjcle
            MOVE FUNCTION CONCATENATE("places=",WplaceR," montant=",WmontantR) TO Wjavant
            MOVE SPACES TO Wjapres
            PERFORM ECRIT_JOURNAL
            *> contrepassation de l'encaissement dans fpaiements
            MOVE fr_num TO WnumR
            PERFORM ENREGISTRE_REMBOURSEMENT
            *> le code promotionnel utilise redevient disponible
            MOVE WnumR TO WresaPromo
            PERFORM RETIRE_UTIL_PROMO
            *> les points credites a la reservation fermee sont repris
            *> (une option annulee n'en avait pas acquis)
            IF WstatutAnnule = "F" THEN
               MOVE WplaceR TO WplacePoints
               PERFORM REPREND_POINTS
            END-IF
            *> les sieges liberes sont proposes a la liste d'attente
            *> de cette seance avant de redevenir disponibles pour tous
            PERFORM TRAITE_ATTENTE
          ELSE
            DISPLAY "Erreur lors de l'annulation, code ",fr_stat
          END-IF
      END-READ
      CLOSE freservation
      DISPLAY "----------------- FIN annulation réservation ---------------".

    *> ECHANGE_RESERVATION : reporte une réservation sur une autre séance du même film : libère les sièges de l'ancienne séance, fait choisir les nouveaux au plan de salle, recalcule le montant aux tarifs en vigueur et n'enregistre dans fpaiements que la différence (complément ou remboursement), réédite le billet, sert la liste d'attente de la séance quittée et trace l'échange au journal
    ECHANGE_RESERVATION.
      DISPLAY "----------------- DEBUT échange de réservation ---------------"
      PERFORM CHARGE_TARIFS
      OPEN I-O freservation
      DISPLAY "Saisir le numéro de la réservation à échanger"
      ACCEPT fr_num
      READ freservation
        INVALID KEY
          DISPLAY "Aucune réservation pour ce numéro"
        NOT INVALID KEY
          IF fr_statut = "O" THEN
             DISPLAY "Une option de groupe se confirme ou s'annule, elle ne s'échange pas"
          ELSE
          MOVE fr_num TO WnumR
          MOVE fr_idseance TO WancSeance
          MOVE fr_montant TO WancMontant
          MOVE fr_place TO WplaceR
          MOVE 0 TO Wtrouve
          OPEN INPUT fseances
          MOVE WancSeance TO fsea_id
          READ fseances
            INVALID KEY
               DISPLAY "Séance d'origine introuvable (supprimée ou archivée), échange impossible"
            NOT INVALID KEY
               MOVE 1 TO Wtrouve
               MOVE fsea_idfilm TO WfilmEch
          END-READ
          IF Wtrouve = 1 THEN
             *> les autres seances du meme film, cle fsea_idfilm
             DISPLAY "Autres séances du même film :"
             MOVE 0 TO Wcpt
             MOVE WfilmEch TO fsea_idfilm
             MOVE 0 TO Wfin
             START fseances KEY = fsea_idfilm
               INVALID KEY
                 MOVE 1 TO Wfin
               NOT INVALID KEY
                 CONTINUE
             END-START
             PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fseances NEXT
                  AT END
                     MOVE 1 TO Wfin
                  NOT AT END
                     IF fsea_idfilm <> WfilmEch THEN
                        MOVE 1 TO Wfin
                     ELSE
                        IF fsea_id <> WancSeance THEN
                           COMPUTE Wcpt = Wcpt + 1
                           DISPLAY "  séance ",fsea_id," du ",fsea_jour,"/",fsea_mois,"/",fsea_annee," à ",fsea_heure,":",fsea_minute," salle ",fsea_numsalle
                        END-IF
                     END-IF
                END-READ
             END-PERFORM
             IF Wcpt = 0 THEN
                DISPLAY "Aucune autre séance ne joue ce film, échange impossible"
             ELSE
             MOVE 0 TO WechangeOk
             MOVE 1 TO WnouvSeance
             PERFORM WITH TEST AFTER UNTIL WechangeOk = 1 OR WnouvSeance = 0
                DISPLAY "Saisir le numéro de la nouvelle séance (0 pour renoncer)"
                ACCEPT WnouvSeance
                IF WnouvSeance NOT = 0 THEN
                   MOVE WnouvSeance TO fsea_id
                   READ fseances
                     INVALID KEY
                        DISPLAY "Aucune séance ne porte ce numéro"
                     NOT INVALID KEY
                        IF fsea_idfilm NOT = WfilmEch THEN
                           DISPLAY "Cette séance ne joue pas le même film"
                        ELSE
                           IF fsea_id = WancSeance THEN
                              DISPLAY "C'est déjà la séance de cette réservation"
                           ELSE
                              *> assez de sieges libres sur le plan de
                              *> la nouvelle seance ?
                              MOVE 0 TO WplaceRestante
                              OPEN INPUT fsieges
                              MOVE WnouvSeance TO fsi_idseance
                              START fsieges KEY = fsi_idseance
                                INVALID KEY
                                  CONTINUE
                                NOT INVALID KEY
                                  MOVE 0 TO WfinR
                                  PERFORM WITH TEST AFTER UNTIL WfinR = 1
                                     READ fsieges NEXT
                                       AT END
                                          MOVE 1 TO WfinR
                                       NOT AT END
                                          IF fsi_idseance <> WnouvSeance THEN
                                             MOVE 1 TO WfinR
                                          ELSE
                                             IF fsi_numresa = 0 THEN
                                                PERFORM CALCULE_RETENUE_ACTIVE
                                                IF WretenueActive = 0 THEN
                                                   COMPUTE WplaceRestante = WplaceRestante + 1
                                                END-IF
                                             END-IF
                                          END-IF
                                     END-READ
                                  END-PERFORM
                              END-START
                              CLOSE fsieges
                              IF WplaceRestante < WplaceR THEN
                                 DISPLAY "Il ne reste que ",WplaceRestante," place(s) sur cette séance pour ",WplaceR," demandée(s)"
                              ELSE
                                 MOVE 1 TO WechangeOk
                              END-IF
                           END-IF
                        END-IF
                   END-READ
                END-IF
             END-PERFORM
             IF WechangeOk = 1 THEN
                *> liberation des sieges de l'ancienne seance
                OPEN I-O fsieges
                MOVE 1 TO Wcpt
                PERFORM WITH TEST AFTER UNTIL Wcpt > fr_nbsieges
                   MOVE WancSeance TO fsi_idseance
                   MOVE fr_siege(Wcpt) TO fsi_numsiege
                   READ fsieges
                     INVALID KEY
                       DISPLAY "Incohérence : siège introuvable pour cette réservation"
                     NOT INVALID KEY
                       MOVE 0 TO fsi_numresa
                       REWRITE siegeTampon
                   END-READ
                   COMPUTE Wcpt = Wcpt + 1
                END-PERFORM
                CLOSE fsieges
                *> choix des nouveaux sieges au plan de la nouvelle
                *> seance (seaTampon chargé par la validation)
                PERFORM SELECTIONNE_SIEGES
                *> recalcul du montant aux tarifs en vigueur
                COMPUTE Wtampon = WplaceR - fr_placeEnfant - fr_placeAbonne
                COMPUTE WnouvMontant = fr_placeEnfant * WtarifEnfant + fr_placeAbonne * WtarifReduc + Wtampon * WtarifAdulte
                IF fsea_typedif = 1 THEN
                   COMPUTE WnouvMontant = WnouvMontant + WplaceR * Wtarif3D
                END-IF
                IF WnbPremium > 0 THEN
                   COMPUTE WnouvMontant = WnouvMontant + WnbPremium * WtarifPremium
                END-IF
                *> code promotionnel sur la nouvelle seance : celui
                *> deja applique ne compte pas dans les plafonds
                MOVE WnouvMontant TO WmontantPromo
                MOVE WplaceR TO WplacePromo
                MOVE fr_mail TO WmailPromo
                MOVE WnumR TO WresaPromo
                PERFORM SAISIE_CODE_PROMO
                COMPUTE WnouvMontant = WnouvMontant - WremisePromo
                MOVE WnouvSeance TO fr_idseance
                MOVE WnouvMontant TO fr_montant
                REWRITE reserTampon
                IF fr_stat = 00 THEN
                   *> l'echange est ecrit : les retenues posees sur la
                   *> nouvelle seance deviennent definitives
                   PERFORM CONFIRME_RETENUES
                   *> l'ancienne utilisation de code est remplacee
                   *> par celle de l'echange
                   MOVE WnumR TO WresaPromo
                   PERFORM RETIRE_UTIL_PROMO
                   IF WpromoOk = 1 THEN
                      PERFORM ENREGISTRE_UTIL_PROMO
                   END-IF
                   DISPLAY "Réservation ",fr_num," reportée sur la séance ",WnouvSeance
                   MOVE "ECHANGE_RESERVATION" TO Wjtype
                   MOVE fr_num TO Wjcle
                   MOVE FUNCTION CONCATENATE("seance=",WancSeance," montant=",WancMontant) TO Wjavant
                   MOVE FUNCTION CONCATENATE("seance=",WnouvSeance," montant=",WnouvMontant) TO Wjapres
                   PERFORM ECRIT_JOURNAL
                   *> regularisation : seule la difference bouge en
                   *> caisse
                   IF WnouvMontant > WancMontant THEN
                      COMPUTE WmontantR = WnouvMontant - WancMontant
                      DISPLAY "Complément à encaisser : ",WmontantR
                      MOVE SPACE TO WmoyenP
                      PERFORM WITH TEST AFTER UNTIL WmoyenP = "E" OR = "C" OR = "Q"
                         DISPLAY "Moyen de paiement (E=espèces, C=carte, Q=chèque cinéma)"
                         ACCEPT WmoyenP
                         IF WmoyenP = "Q" THEN
                            PERFORM SAISIE_CHEQUE
                            IF WchequeOk = 0 THEN
                               MOVE SPACE TO WmoyenP
                            END-IF
                         END-IF
                      END-PERFORM
                      MOVE "P" TO WstatutP
                      PERFORM ENREGISTRE_PAIEMENT
                   ELSE
                      IF WancMontant > WnouvMontant THEN
                         COMPUTE WmontantR = WancMontant - WnouvMontant
                         DISPLAY "Différence à rembourser : ",WmontantR
                         MOVE SPACE TO WmoyenP
                         PERFORM WITH TEST AFTER UNTIL WmoyenP = "E" OR = "C"
                            DISPLAY "Moyen du remboursement (E=espèces, C=carte)"
                            ACCEPT WmoyenP
                         END-PERFORM
                         MOVE "R" TO WstatutP
                         PERFORM ENREGISTRE_PAIEMENT
                      ELSE
                         DISPLAY "Montant inchangé, aucune régularisation"
                      END-IF
                   END-IF
                   *> reedition du billet sur la nouvelle seance
                   PERFORM EDITE_BILLET
                   *> la seance quittee sert sa liste d'attente
                   MOVE WancSeance TO WidseanceR
                   PERFORM TRAITE_ATTENTE
                ELSE
                   DISPLAY "Erreur enregistrement de l'échange, code ",fr_stat
                   *> l'echange echoue : les retenues posees sur la
                   *> nouvelle seance sont rendues
                   PERFORM LIBERE_RETENUES
                END-IF
             ELSE
                DISPLAY "Echange abandonné"
             END-IF
             END-IF
          END-IF
          CLOSE fseances
          END-IF
      END-READ
      CLOSE freservation
      DISPLAY "----------------- FIN échange de réservation ---------------".

    *> CONFIRME_OPTION : transforme une réservation en option en réservation ferme, la fait entrer dans le circuit de paiement et édite son billet
    CONFIRME_OPTION.
      DISPLAY "----------------- DEBUT confirmation option ---------------"
      OPEN I-O freservation
      DISPLAY "Saisir le numéro de la réservation en option"
      ACCEPT fr_num
      READ freservation
        INVALID KEY
          DISPLAY "Aucune réservation pour ce numéro"
        NOT INVALID KEY
          IF fr_statut NOT = "O" THEN
             DISPLAY "Cette réservation n'est pas une option à confirmer"
          ELSE
             MOVE FUNCTION CONCATENATE("option limite=",fr_datelimite) TO Wjavant
             MOVE "F" TO fr_statut
             MOVE 0 TO fr_datelimite
             REWRITE reserTampon
             IF fr_stat = 00 THEN
                DISPLAY "Option confirmée, la réservation ",fr_num," est ferme"
                MOVE "CONFIRME_OPTION" TO Wjtype
                MOVE fr_num TO Wjcle
                MOVE FUNCTION CONCATENATE("seance=",fr_idseance," places=",fr_place," montant=",fr_montant) TO Wjapres
                PERFORM ECRIT_JOURNAL
                *> entree dans le circuit de paiement, comme une
                *> reservation ferme prise au guichet
                MOVE fr_num TO WnumR
                MOVE fr_montant TO WmontantR
                MOVE SPACE TO WmoyenP
                PERFORM WITH TEST AFTER UNTIL WmoyenP = "E" OR = "C" OR = "Q"
                   DISPLAY "Moyen de paiement (E=espèces, C=carte, Q=chèque cinéma)"
                   ACCEPT WmoyenP
                   IF WmoyenP = "Q" THEN
                      PERFORM SAISIE_CHEQUE
                      IF WchequeOk = 0 THEN
                         MOVE SPACE TO WmoyenP
                      END-IF
                   END-IF
                END-PERFORM
                IF WmoyenP = "Q" THEN
                   *> le cheque vient d'etre debite : l'encaissement
                   *> est acquis
                   MOVE "P" TO WstatutP
                ELSE
                MOVE SPACE TO WstatutP
                PERFORM WITH TEST AFTER UNTIL WstatutP = "P" OR = "A"
                   DISPLAY "Paiement encaissé ? (P=payé, A=en attente)"
                   ACCEPT WstatutP
                END-PERFORM
                END-IF
                PERFORM ENREGISTRE_PAIEMENT
                PERFORM CHARGE_TARIFS
                MOVE 0 TO Wtrouve
                OPEN INPUT fseances
                MOVE fr_idseance TO fsea_id
                READ fseances
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 1 TO Wtrouve
                END-READ
                CLOSE fseances
                IF Wtrouve = 1 THEN
                   PERFORM EDITE_BILLET
                ELSE
                   DISPLAY "Séance introuvable, billet non édité"
                END-IF
                *> l'option confirmee devient une reservation fermee :
                *> elle credite la fidelite comme au guichet
                MOVE fr_mail TO WmailPoints
                MOVE fr_place TO WplacePoints
                PERFORM CREDITE_POINTS
             ELSE
                DISPLAY "Erreur confirmation option, code ",fr_stat
             END-IF
          END-IF
      END-READ
      CLOSE freservation
      DISPLAY "----------------- FIN confirmation option ---------------".

    *> EXPIRE_OPTIONS : traitement quotidien, libère les options dont la date limite de confirmation est dépassée (sièges relâchés, stats corrigées, liste d'attente servie) ; deux passes pour ne pas supprimer pendant le balayage
    EXPIRE_OPTIONS.
      DISPLAY "----------------- DEBUT expiration des options ---------------"
      MOVE FUNCTION CURRENT-DATE(1:8) TO Waujourdhui
      MOVE 0 TO WnbOptions
      OPEN INPUT freservation
      MOVE 0 TO fr_num
      MOVE 0 TO WfinOption
      START freservation KEY IS NOT LESS THAN fr_num
        INVALID KEY
          MOVE 1 TO WfinOption
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinOption = 1
         READ freservation NEXT
           AT END
              MOVE 1 TO WfinOption
           NOT AT END
              IF fr_statut = "O" AND fr_datelimite < Waujourdhui THEN
                 IF WnbOptions < 999 THEN
                    COMPUTE WnbOptions = WnbOptions + 1
                    MOVE fr_num TO WoptionNum(WnbOptions)
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE freservation
      IF WnbOptions = 0 THEN
         DISPLAY "Aucune option échue"
      ELSE
         MOVE 0 TO WiOpt
         PERFORM WITH TEST AFTER UNTIL WiOpt >= WnbOptions
            COMPUTE WiOpt = WiOpt + 1
            PERFORM ANNULE_OPTION_ECHUE
         END-PERFORM
         DISPLAY "Options expirées : ",WnbOptions
      END-IF
      DISPLAY "----------------- FIN expiration des options ---------------".

    *> ANNULE_OPTION_ECHUE : libère l'option échue WoptionNum(WiOpt) comme le ferait ANNULER_RESERVATION (sièges, stats, journal) puis propose les places libérées à la liste d'attente
    ANNULE_OPTION_ECHUE.
      MOVE 0 TO Wtrouve
      OPEN I-O freservation
      MOVE WoptionNum(WiOpt) TO fr_num
      READ freservation
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE fr_idseance TO WidseanceR
          MOVE fr_place TO WplaceR
          MOVE fr_mail TO WmailNotif
          MOVE FUNCTION CONCATENATE("seance=",fr_idseance," places=",fr_place," limite=",fr_datelimite) TO Wjavant
          OPEN I-O fsieges
          MOVE 1 TO Wcpt
          PERFORM WITH TEST AFTER UNTIL Wcpt > fr_nbsieges
             MOVE WidseanceR TO fsi_idseance
             MOVE fr_siege(Wcpt) TO fsi_numsiege
             READ fsieges
               INVALID KEY
                 DISPLAY "Incohérence : siège introuvable pour cette option"
               NOT INVALID KEY
                 MOVE 0 TO fsi_numresa
                 REWRITE siegeTampon
             END-READ
             COMPUTE Wcpt = Wcpt + 1
          END-PERFORM
          CLOSE fsieges
          DELETE freservation RECORD
          IF fr_stat = 00 THEN
            MOVE 1 TO Wtrouve
            OPEN INPUT fseances
            MOVE WidseanceR TO fsea_id
            READ fseances
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                CONTINUE
            END-READ
            CLOSE fseances
            OPEN I-O fstats
            MOVE fsea_idfilm TO fst_idfilm
            READ fstats
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                COMPUTE fst_nbplace = fst_nbplace - WplaceR
                REWRITE statsTampon
            END-READ
            CLOSE fstats
            DISPLAY "Option ",fr_num," expirée, ",WplaceR," place(s) relâchée(s)"
            MOVE fr_num TO WresaPromo
            PERFORM RETIRE_UTIL_PROMO
            MOVE "EXPIRE_OPTION" TO Wjtype
            MOVE fr_num TO Wjcle
            MOVE SPACES TO Wjapres
            PERFORM ECRIT_JOURNAL
            *> le groupe est prevenu que son option est tombee
            MOVE "OPTION_EXPIREE" TO WtypeNotif
            MOVE FUNCTION CONCATENATE("Votre option de groupe no ",fr_num," sur la seance ",WidseanceR," a expire sans confirmation, les places sont relachees") TO WtexteNotif
            PERFORM CREE_NOTIFICATION
          ELSE
            DISPLAY "Erreur expiration option ",fr_num," code ",fr_stat
          END-IF
      END-READ
      CLOSE freservation
      IF Wtrouve = 1 THEN
         *> les sieges relaches sont proposes a la liste d'attente
         PERFORM TRAITE_ATTENTE
      END-IF.

    *> PROCHAIN_NUM_RESA : renvoie dans WprochainNumResa le premier numéro de réservation libre (freservation deja ouvert par l'appelant)
    PROCHAIN_NUM_RESA.
      MOVE 0 TO WprochainNumResa
      MOVE 0 TO fr_num
      MOVE 0 TO Wfin
      START freservation KEY IS NOT LESS THAN fr_num
        INVALID KEY
          MOVE 1 TO Wfin
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ freservation NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              IF fr_num > WprochainNumResa THEN
                 MOVE fr_num TO WprochainNumResa
              END-IF
         END-READ
      END-PERFORM
      *> les reservations archivees comptent aussi : un numero parti
      *> aux archives ne doit jamais etre reattribue (pointage,
      *> paiements et ecriture d'archive s'y retrouveraient meles)
      OPEN INPUT freservationH
      MOVE 0 TO frh_num
      MOVE 0 TO Wfin
      START freservationH KEY IS NOT LESS THAN frh_num
        INVALID KEY
          MOVE 1 TO Wfin
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ freservationH NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              IF frh_num > WprochainNumResa THEN
                 MOVE frh_num TO WprochainNumResa
              END-IF
         END-READ
      END-PERFORM
      CLOSE freservationH
      COMPUTE WprochainNumResa = WprochainNumResa + 1.

    *> PROCHAIN_NUM_PAIEMENT : renvoie dans WprochainPaiement le premier numéro de mouvement libre (fpaiements deja ouvert par l'appelant)
    PROCHAIN_NUM_PAIEMENT.
      MOVE 0 TO WprochainPaiement
      MOVE 0 TO fp_num
      MOVE 0 TO Wfin
      START fpaiements KEY IS NOT LESS THAN fp_num
        INVALID KEY
          MOVE 1 TO Wfin
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fpaiements NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              IF fp_num > WprochainPaiement THEN
                 MOVE fp_num TO WprochainPaiement
              END-IF
         END-READ
      END-PERFORM
      COMPUTE WprochainPaiement = WprochainPaiement + 1.

    *> ENREGISTRE_PAIEMENT : trace dans fpaiements un mouvement d'encaissement pour la réservation WnumR (montant WmontantR, moyen WmoyenP, statut WstatutP renseignés par l'appelant)
    ENREGISTRE_PAIEMENT.
      OPEN I-O fpaiements
      PERFORM PROCHAIN_NUM_PAIEMENT
      MOVE WprochainPaiement TO fp_num
      MOVE WnumR TO fp_numresa
      MOVE FUNCTION CURRENT-DATE(1:8) TO fp_date
      MOVE WmoyenP TO fp_moyen
      MOVE WstatutP TO fp_statut
      MOVE WmontantR TO fp_montant
      WRITE paieTampon
      END-WRITE
      IF fp_stat = 00 THEN
        MOVE "PAIEMENT" TO Wjtype
        MOVE fp_num TO Wjcle
        MOVE SPACES TO Wjavant
        MOVE FUNCTION CONCATENATE("resa=",fp_numresa," moyen=",fp_moyen," statut=",fp_statut," montant=",fp_montant) TO Wjapres
        PERFORM ECRIT_JOURNAL
      ELSE
        DISPLAY "Erreur enregistrement paiement, code ",fp_stat
      END-IF
      CLOSE fpaiements.

    *> ENREGISTRE_REMBOURSEMENT : lors d'une annulation, solde l'encaissement de la réservation WnumR (montant WmontantR) selon le dernier mouvement de fpaiements : payé = contrepassation "R" sur le même moyen, en attente = suppression du mouvement (rien n'avait été encaissé), déjà remboursé ou rien = aucun mouvement
    ENREGISTRE_REMBOURSEMENT.
      MOVE SPACE TO WdernierStatut
      MOVE 0 TO WdernierPaiement
      OPEN INPUT fpaiements
      MOVE WnumR TO fp_numresa
      START fpaiements KEY = fp_numresa
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE 0 TO Wfin
          PERFORM WITH TEST AFTER UNTIL Wfin = 1
             READ fpaiements NEXT
               AT END
                  MOVE 1 TO Wfin
               NOT AT END
                  IF fp_numresa <> WnumR THEN
                     MOVE 1 TO Wfin
                  ELSE
                     MOVE fp_statut TO WdernierStatut
                     MOVE fp_moyen TO WmoyenP
                     MOVE fp_num TO WdernierPaiement
                  END-IF
             END-READ
          END-PERFORM
      END-START
      CLOSE fpaiements
      EVALUATE WdernierStatut
      WHEN "P"
        MOVE "R" TO WstatutP
        PERFORM ENREGISTRE_PAIEMENT
      WHEN "A"
        *> rien n'avait ete encaisse : le mouvement en attente est
        *> retire, sinon il gonflerait la cloture indefiniment
        OPEN I-O fpaiements
        MOVE WdernierPaiement TO fp_num
        READ fpaiements
          INVALID KEY
            CONTINUE
          NOT INVALID KEY
            MOVE FUNCTION CONCATENATE("resa=",fp_numresa," statut=A montant=",fp_montant) TO Wjavant
            DELETE fpaiements RECORD
            IF fp_stat = 00 THEN
              DISPLAY "Paiement en attente annulé, rien n'avait été encaissé"
              MOVE "ANNULE_PAIEMENT_ATTENTE" TO Wjtype
              MOVE WdernierPaiement TO Wjcle
              MOVE SPACES TO Wjapres
              PERFORM ECRIT_JOURNAL
            END-IF
        END-READ
        CLOSE fpaiements
      WHEN OTHER
        DISPLAY "Aucun encaissement à rembourser pour cette réservation"
      END-EVALUATE.

    *> REMBOURSE_PARTIEL : rend au client une partie WmontantR du montant de la réservation WnumR selon son dernier encaissement dans fpaiements (les contrepassations sont ignorées) : payé = mouvement "R" du montant sur le même moyen, en attente = le mouvement en attente est diminué d'autant
    REMBOURSE_PARTIEL.
      MOVE SPACE TO WdernierStatut
      MOVE 0 TO WdernierPaiement
      OPEN INPUT fpaiements
      MOVE WnumR TO fp_numresa
      START fpaiements KEY = fp_numresa
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE 0 TO Wfin
          PERFORM WITH TEST AFTER UNTIL Wfin = 1
             READ fpaiements NEXT
               AT END
                  MOVE 1 TO Wfin
               NOT AT END
                  IF fp_numresa <> WnumR THEN
                     MOVE 1 TO Wfin
                  ELSE
                     IF fp_statut = "P" OR fp_statut = "A" THEN
                        MOVE fp_statut TO WdernierStatut
                        MOVE fp_moyen TO WmoyenP
                        MOVE fp_num TO WdernierPaiement
                     END-IF
                  END-IF
             END-READ
          END-PERFORM
      END-START
      CLOSE fpaiements
      EVALUATE WdernierStatut
      WHEN "P"
        MOVE "R" TO WstatutP
        PERFORM ENREGISTRE_PAIEMENT
      WHEN "A"
        OPEN I-O fpaiements
        MOVE WdernierPaiement TO fp_num
        READ fpaiements
          INVALID KEY
            CONTINUE
          NOT INVALID KEY
            MOVE FUNCTION CONCATENATE("resa=",fp_numresa," statut=A montant=",fp_montant) TO Wjavant
            IF fp_montant > WmontantR THEN
               COMPUTE fp_montant = fp_montant - WmontantR
            ELSE
               MOVE 0 TO fp_montant
            END-IF
            REWRITE paieTampon
            IF fp_stat = 00 THEN
              MOVE "REDUIT_PAIEMENT_ATTENTE" TO Wjtype
              MOVE WdernierPaiement TO Wjcle
              MOVE FUNCTION CONCATENATE("resa=",fp_numresa," statut=A montant=",fp_montant) TO Wjapres
              PERFORM ECRIT_JOURNAL
            END-IF
        END-READ
        CLOSE fpaiements
      WHEN OTHER
        CONTINUE
      END-EVALUATE.

    *> PROCHAIN_NUM_CHEQUE : renvoie dans WprochainCheque le premier numéro de chèque cinéma libre (fcheques deja ouvert par l'appelant)
    PROCHAIN_NUM_CHEQUE.
      MOVE 0 TO WprochainCheque
      MOVE 0 TO fq_num
      MOVE 0 TO Wfin
      START fcheques KEY IS NOT LESS THAN fq_num
        INVALID KEY
          MOVE 1 TO Wfin
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fcheques NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              IF fq_num > WprochainCheque THEN
                 MOVE fq_num TO WprochainCheque
              END-IF
         END-READ
      END-PERFORM
      COMPUTE WprochainCheque = WprochainCheque + 1.

    *> SAISIE_CHEQUE : pour un paiement "Q" de WmontantR, demande le numéro du chèque, refuse un chèque jamais émis, expiré ou au solde insuffisant, et décrémente son solde (le reliquat reste utilisable) ; WchequeOk=1 si le paiement peut être enregistré
    SAISIE_CHEQUE.
      MOVE 0 TO WchequeOk
      MOVE FUNCTION CURRENT-DATE(1:8) TO Waujourdhui
      DISPLAY "Saisir le numéro du chèque cinéma (0 pour renoncer)"
      ACCEPT WnumCheque
      IF WnumCheque = 0 THEN
         DISPLAY "Paiement par chèque abandonné, choisissez un autre moyen"
      ELSE
      OPEN I-O fcheques
      MOVE WnumCheque TO fq_num
      READ fcheques
        INVALID KEY
          DISPLAY "Ce chèque n'a jamais été émis"
        NOT INVALID KEY
          IF fq_dateexpire < Waujourdhui THEN
             DISPLAY "Ce chèque a expiré le ",fq_dateexpire
          ELSE
             IF fq_solde < WmontantR THEN
                DISPLAY "Solde insuffisant : il ne reste que ",fq_solde," sur ce chèque"
             ELSE
                MOVE FUNCTION CONCATENATE("solde=",fq_solde) TO Wjavant
                COMPUTE fq_solde = fq_solde - WmontantR
                REWRITE chequeTampon
                IF fq_stat = 00 THEN
                   MOVE 1 TO WchequeOk
                   DISPLAY "Chèque accepté, solde restant : ",fq_solde
                   MOVE "DEBIT_CHEQUE" TO Wjtype
                   MOVE fq_num TO Wjcle
                   MOVE FUNCTION CONCATENATE("debit=",WmontantR," solde=",fq_solde) TO Wjapres
                   PERFORM ECRIT_JOURNAL
                ELSE
                   DISPLAY "Erreur mise à jour du chèque, code ",fq_stat
                END-IF
             END-IF
          END-IF
      END-READ
      CLOSE fcheques
      END-IF.

    *> EMET_CHEQUE : écran d'émission/vente d'un chèque cinéma ; le solde initial vaut la valeur faciale et l'expiration tombe un an après l'émission
    EMET_CHEQUE.
      DISPLAY "----------------- DEBUT émission chèque cinéma ---------------"
      OPEN I-O fcheques
      PERFORM PROCHAIN_NUM_CHEQUE
      MOVE WprochainCheque TO fq_num
      MOVE 0 TO WvaleurCheque
      PERFORM WITH TEST AFTER UNTIL WvaleurCheque >= 1
         DISPLAY "Saisir la valeur du chèque"
         ACCEPT WvaleurCheque
      END-PERFORM
      MOVE WvaleurCheque TO fq_valeur
      MOVE WvaleurCheque TO fq_solde
      MOVE FUNCTION CURRENT-DATE(1:8) TO fq_dateemission
      MOVE fq_dateemission TO Wtampon
      MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WdateInteger
      COMPUTE WdateInteger = WdateInteger + 365
      MOVE FUNCTION DATE-OF-INTEGER(WdateInteger) TO fq_dateexpire
      WRITE chequeTampon
      END-WRITE
      IF fq_stat = 00 THEN
         DISPLAY "Chèque cinéma no ",fq_num," émis, valeur ",fq_valeur," expire le ",fq_dateexpire
         MOVE "EMET_CHEQUE" TO Wjtype
         MOVE fq_num TO Wjcle
         MOVE SPACES TO Wjavant
         MOVE FUNCTION CONCATENATE("valeur=",fq_valeur," expire=",fq_dateexpire) TO Wjapres
         PERFORM ECRIT_JOURNAL
      ELSE
         DISPLAY "Erreur émission du chèque, code ",fq_stat
      END-IF
      CLOSE fcheques
      DISPLAY "----------------- FIN émission chèque cinéma ---------------".

    *> ETAT_CHEQUES : état comptable écrit dans cheques-etat.dat, les chèques en circulation (solde restant, un passif) avec mise en avant de ceux expirant sous 60 jours, et les chèques périmés avec solde perdu
    ETAT_CHEQUES.
      DISPLAY "----------------- DEBUT état des chèques cinéma ---------------"
      MOVE 0 TO WnbChequeCirc
      MOVE 0 TO WnbChequeExp60
      MOVE 0 TO WnbChequePerime
      MOVE 0 TO WtotalSoldeCheque
      MOVE FUNCTION CURRENT-DATE(1:8) TO Waujourdhui
      MOVE Waujourdhui TO Wtampon
      MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WdateInteger
      COMPUTE WdateInteger = WdateInteger + 60
      MOVE FUNCTION DATE-OF-INTEGER(WdateInteger) TO WlimiteExp60
      OPEN OUTPUT fetatcheques
      MOVE FUNCTION CONCATENATE("CHEQUES CINEMA EN CIRCULATION AU ",Waujourdhui) TO fec_ligne
      WRITE etatchequeTampon
      OPEN INPUT fcheques
      MOVE 0 TO fq_num
      MOVE 0 TO Wfin
      START fcheques KEY IS NOT LESS THAN fq_num
        INVALID KEY
          MOVE 1 TO Wfin
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fcheques NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              IF fq_solde > 0 THEN
                 IF fq_dateexpire < Waujourdhui THEN
                    COMPUTE WnbChequePerime = WnbChequePerime + 1
                    MOVE FUNCTION CONCATENATE("PERIME no=",fq_num," solde perdu=",fq_solde," expire le ",fq_dateexpire) TO fec_ligne
                    WRITE etatchequeTampon
                 ELSE
                    COMPUTE WnbChequeCirc = WnbChequeCirc + 1
                    COMPUTE WtotalSoldeCheque = WtotalSoldeCheque + fq_solde
                    IF fq_dateexpire <= WlimiteExp60 THEN
                       COMPUTE WnbChequeExp60 = WnbChequeExp60 + 1
                       MOVE FUNCTION CONCATENATE("EXPIRE SOUS 60 JOURS no=",fq_num," valeur=",fq_valeur," solde=",fq_solde," expire le ",fq_dateexpire) TO fec_ligne
                    ELSE
                       MOVE FUNCTION CONCATENATE("CIRCULATION no=",fq_num," valeur=",fq_valeur," solde=",fq_solde," expire le ",fq_dateexpire) TO fec_ligne
                    END-IF
                    WRITE etatchequeTampon
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE fcheques
      MOVE "----------------------------------------" TO fec_ligne
      WRITE etatchequeTampon
      MOVE FUNCTION CONCATENATE("TOTAL en circulation=",WnbChequeCirc," passif=",WtotalSoldeCheque," expirant sous 60 jours=",WnbChequeExp60," perimes=",WnbChequePerime) TO fec_ligne
      WRITE etatchequeTampon
      CLOSE fetatcheques
      DISPLAY "Chèques en circulation        : ",WnbChequeCirc
      DISPLAY "Passif (somme des soldes)     : ",WtotalSoldeCheque
      DISPLAY "Dont expirant sous 60 jours   : ",WnbChequeExp60
      DISPLAY "Chèques périmés (solde perdu) : ",WnbChequePerime
      DISPLAY "Etat écrit dans cheques-etat.dat"
      MOVE "ETAT_CHEQUES" TO Wjtype
      MOVE SPACES TO Wjcle
      MOVE SPACES TO Wjavant
      MOVE FUNCTION CONCATENATE("circulation=",WnbChequeCirc," passif=",WtotalSoldeCheque," sous60j=",WnbChequeExp60) TO Wjapres
      PERFORM ECRIT_JOURNAL
      DISPLAY "----------------- FIN état des chèques cinéma ---------------".

    *> ENCAISSE_PAIEMENT : solde un paiement resté en attente (client promu de la liste d'attente ou parti sans payer) : le mouvement "A" de la réservation passe à "P" avec le moyen saisi et la date du jour de l'encaissement, pour que la clôture de caisse de ce jour tombe juste
    ENCAISSE_PAIEMENT.
      DISPLAY "----------------- DEBUT encaissement paiement ---------------"
      DISPLAY "Saisir le numéro de la réservation"
      ACCEPT WnumR
      *> pas d'encaissement pour une reservation qui n'existe plus
      *> (annulee ou archivee) : le mouvement aurait ete solde ou n'a
      *> plus d'objet
      MOVE 0 TO Wtrouve
      OPEN INPUT freservation
      MOVE WnumR TO fr_num
      READ freservation
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE 1 TO Wtrouve
      END-READ
      CLOSE freservation
      IF Wtrouve = 0 THEN
         DISPLAY "Cette réservation n'existe pas (ou plus), rien à encaisser"
      ELSE
      MOVE 0 TO WpaiementTrouve
      OPEN I-O fpaiements
      MOVE WnumR TO fp_numresa
      MOVE 0 TO Wfin
      START fpaiements KEY = fp_numresa
        INVALID KEY
          MOVE 1 TO Wfin
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fpaiements NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              IF fp_numresa <> WnumR THEN
                 MOVE 1 TO Wfin
              ELSE
                 IF fp_statut = "A" THEN
                    MOVE 1 TO WpaiementTrouve
                    MOVE 1 TO Wfin
                    DISPLAY "Paiement en attente de ",fp_montant," pour la réservation ",fp_numresa
                    MOVE fp_montant TO WmontantR
                    MOVE SPACE TO WmoyenP
                    PERFORM WITH TEST AFTER UNTIL WmoyenP = "E" OR = "C" OR = "Q"
                       DISPLAY "Moyen de paiement (E=espèces, C=carte, Q=chèque cinéma)"
                       ACCEPT WmoyenP
                       IF WmoyenP = "Q" THEN
                          PERFORM SAISIE_CHEQUE
                          IF WchequeOk = 0 THEN
                             MOVE SPACE TO WmoyenP
                          END-IF
                       END-IF
                    END-PERFORM
                    MOVE FUNCTION CONCATENATE("statut=A date=",fp_date) TO Wjavant
                    MOVE WmoyenP TO fp_moyen
                    MOVE "P" TO fp_statut
                    MOVE FUNCTION CURRENT-DATE(1:8) TO fp_date
                    REWRITE paieTampon
                    IF fp_stat = 00 THEN
                       DISPLAY "Paiement encaissé"
                       MOVE "ENCAISSE_PAIEMENT" TO Wjtype
                       MOVE fp_num TO Wjcle
                       MOVE FUNCTION CONCATENATE("resa=",fp_numresa," moyen=",fp_moyen," statut=P montant=",fp_montant) TO Wjapres
                       PERFORM ECRIT_JOURNAL
                    ELSE
                       DISPLAY "Erreur encaissement, code ",fp_stat
                    END-IF
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE fpaiements
      IF WpaiementTrouve = 0 THEN
         DISPLAY "Aucun paiement en attente pour cette réservation"
      END-IF
      END-IF
      DISPLAY "----------------- FIN encaissement paiement ---------------".

    *> TRAITE_ATTENTE : pour WidseanceR, promeut (PROMEUT_ATTENTE) les clients en liste d'attente qui tiennent dans les sieges libres, avant ouverture au guichet
    TRAITE_ATTENTE.
      MOVE 0 TO WfinAttente
      OPEN I-O fattente
      PERFORM WITH TEST AFTER UNTIL WfinAttente = 1
         MOVE 0 TO WplaceLibreAttente
         OPEN INPUT fsieges
         MOVE WidseanceR TO fsi_idseance
         START fsieges KEY = fsi_idseance
           NOT INVALID KEY
             MOVE 0 TO Wfin
             PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fsieges NEXT
                  AT END
                     MOVE 1 TO Wfin
                  NOT AT END
                     IF fsi_idseance <> WidseanceR THEN
                        MOVE 1 TO Wfin
                     ELSE
                        *> les emplacements PMR et les sieges retenus
                        *> par une vente en cours ne comptent pas pour
                        *> servir la liste d'attente
                        IF fsi_numresa = 0 AND fsi_categorie NOT = "H" THEN
                           PERFORM CALCULE_RETENUE_ACTIVE
                           IF WretenueActive = 0 THEN
                              COMPUTE WplaceLibreAttente = WplaceLibreAttente + 1
                           END-IF
                        END-IF
                     END-IF
                END-READ
             END-PERFORM
         END-START
         CLOSE fsieges
         MOVE WidseanceR TO fa_idseance
         START fattente KEY IS = fa_idseance
           INVALID KEY
             MOVE 1 TO WfinAttente
           NOT INVALID KEY
             READ fattente NEXT
               AT END
                  MOVE 1 TO WfinAttente
               NOT AT END
                  IF fa_idseance <> WidseanceR THEN
                     MOVE 1 TO WfinAttente
                  ELSE
                     IF fa_place <= WplaceLibreAttente THEN
                        MOVE WidseanceR TO WidseanceAttente
                        MOVE fa_place TO WplaceAttente
                        MOVE fa_mail TO WmailAttente
                        MOVE fa_codepromo TO WcodeAttente
                        DELETE fattente RECORD
                        PERFORM PROMEUT_ATTENTE
                     ELSE
                        MOVE 1 TO WfinAttente
                     END-IF
                  END-IF
             END-READ
         END-START
      END-PERFORM
      CLOSE fattente.

    *> PROMEUT_ATTENTE : cree une reservation pour le client en attente (WidseanceAttente/WplaceAttente/WmailAttente), sieges+fstats+fjournal comme AJOUT_RESERVATION, tarif plein adulte (pas de saisie d'abonnement possible pour un client absent)
    PROMEUT_ATTENTE.
      PERFORM CHARGE_TARIFS
      OPEN INPUT fseances
      MOVE WidseanceAttente TO fsea_id
      READ fseances
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          CONTINUE
      END-READ
      CLOSE fseances
      OPEN I-O freservation
      PERFORM PROCHAIN_NUM_RESA
      MOVE WprochainNumResa TO fr_num
      MOVE WidseanceAttente TO fr_idseance
      MOVE WplaceAttente TO fr_place
      MOVE WplaceAttente TO fr_nbsieges
      MOVE 0 TO fr_placeAbonne
      MOVE 0 TO fr_placeEnfant
      MOVE WmailAttente TO fr_mail
      MOVE "F" TO fr_statut
      MOVE 0 TO fr_datelimite
      COMPUTE fr_montant = WplaceAttente * WtarifAdulte
      *> le supplement 3D est du comme au guichet, et le detail
      *> tarifaire du billet doit retomber sur le montant total
      IF fsea_typedif = 1 THEN
         COMPUTE fr_montant = fr_montant + WplaceAttente * Wtarif3D
      END-IF
      OPEN I-O fsieges
      MOVE 0 TO WnbPremium
      MOVE WidseanceAttente TO fsi_idseance
      START fsieges KEY = fsi_idseance
        NOT INVALID KEY
          MOVE 0 TO Wcpt
          MOVE 0 TO Wfin
          PERFORM WITH TEST AFTER UNTIL Wfin = 1 OR Wcpt >= WplaceAttente
             READ fsieges NEXT
               AT END
                  MOVE 1 TO Wfin
               NOT AT END
                  IF fsi_idseance <> WidseanceAttente THEN
                     MOVE 1 TO Wfin
                  ELSE
                     *> les emplacements PMR et les sieges retenus par
                     *> une vente en cours ne sont jamais attribues
                     *> d'office a un client absent du guichet
                     IF fsi_numresa = 0 AND fsi_categorie NOT = "H" THEN
                        PERFORM CALCULE_RETENUE_ACTIVE
                        IF WretenueActive = 0 THEN
                           COMPUTE Wcpt = Wcpt + 1
                           MOVE fr_num TO fsi_numresa
                           REWRITE siegeTampon
                           MOVE fsi_numsiege TO fr_siege(Wcpt)
                           IF fsi_categorie = "P" THEN
                              COMPUTE WnbPremium = WnbPremium + 1
                           END-IF
                        END-IF
                     END-IF
                  END-IF
             END-READ
          END-PERFORM
      END-START
      CLOSE fsieges
      *> supplement des sieges premium attribues
      IF WnbPremium > 0 THEN
         COMPUTE fr_montant = fr_montant + WnbPremium * WtarifPremium
      END-IF
      *> code promotionnel donne a l'inscription en liste d'attente :
      *> controle a la promotion, ignore s'il n'est plus valable
      MOVE 0 TO WpromoOk
      MOVE 0 TO WremisePromo
      IF WcodeAttente NOT = SPACES AND WcodeAttente NOT = "0" THEN
         MOVE WcodeAttente TO WcodePromo
         MOVE fr_montant TO WmontantPromo
         MOVE WplaceAttente TO WplacePromo
         MOVE WmailAttente TO WmailPromo
         MOVE 0 TO WresaPromo
         PERFORM APPLIQUE_CODE_PROMO
         COMPUTE fr_montant = fr_montant - WremisePromo
      END-IF
      WRITE reserTampon
      IF fr_stat = 00 THEN
        IF WpromoOk = 1 THEN
           PERFORM ENREGISTRE_UTIL_PROMO
        END-IF
        DISPLAY "Client ",WmailAttente," promu depuis la liste d'attente, réservation no ",fr_num
        DISPLAY "places attribuées : ",WplaceAttente," montant : ",fr_montant
        OPEN I-O fstats
        MOVE fsea_idfilm TO fst_idfilm
        READ fstats
          INVALID KEY
            MOVE fsea_idfilm TO fst_idfilm
            MOVE WplaceAttente TO fst_nbplace
            WRITE statsTampon
          NOT INVALID KEY
            COMPUTE fst_nbplace = fst_nbplace + WplaceAttente
            REWRITE statsTampon
        END-READ
        CLOSE fstats
        MOVE "AJOUT_RESERVATION" TO Wjtype
        MOVE fr_num TO Wjcle
        MOVE SPACES TO Wjavant
        MOVE FUNCTION CONCATENATE("liste attente seance=",WidseanceAttente," places=",WplaceAttente," mail=",WmailAttente) TO Wjapres
        PERFORM ECRIT_JOURNAL
        *> client absent du guichet : paiement en attente, le moyen
        *> sera connu quand il se presentera
        MOVE fr_num TO WnumR
        MOVE fr_montant TO WmontantR
        MOVE SPACE TO WmoyenP
        MOVE "A" TO WstatutP
        PERFORM ENREGISTRE_PAIEMENT
        *> le client promu n'est pas au guichet : son billet est edite
        *> d'office (seaTampon charge en debut de paragraphe)
        PERFORM EDITE_BILLET
        *> la reservation fermee credite la fidelite
        MOVE WmailAttente TO WmailPoints
        MOVE WplaceAttente TO WplacePoints
        PERFORM CREDITE_POINTS
        *> le client absent du guichet apprend sa promotion par la
        *> file de notifications
        MOVE "PROMOTION_ATTENTE" TO WtypeNotif
        MOVE WmailAttente TO WmailNotif
        MOVE FUNCTION CONCATENATE("Votre reservation no ",fr_num," a ete creee depuis la liste d'attente pour la seance ",WidseanceAttente," (",WplaceAttente," places), paiement de ",fr_montant," a regler au guichet") TO WtexteNotif
        PERFORM CREE_NOTIFICATION
      ELSE
        DISPLAY "Erreur lors de la promotion depuis la liste d'attente, code ",fr_stat
      END-IF
      CLOSE freservation.

    *> SAISIE_CODE_PROMO : demande un code promotionnel ou une contremarque et le controle (WmontantPromo/WplacePromo/WmailPromo/WresaPromo renseignes par l'appelant), WremisePromo a deduire du montant
    SAISIE_CODE_PROMO.
      MOVE 0 TO WpromoOk
      MOVE 0 TO WremisePromo
      *> en echange, rappel du code deja applique a la reservation
      IF WresaPromo > 0 THEN
         OPEN INPUT fpromoutil
         MOVE WresaPromo TO fpu_numresa
         MOVE 0 TO WfinPromo
         START fpromoutil KEY = fpu_numresa
           INVALID KEY
             MOVE 1 TO WfinPromo
           NOT INVALID KEY
             CONTINUE
         END-START
         PERFORM WITH TEST AFTER UNTIL WfinPromo = 1
            READ fpromoutil NEXT
              AT END
                 MOVE 1 TO WfinPromo
              NOT AT END
                 IF fpu_numresa <> WresaPromo THEN
                    MOVE 1 TO WfinPromo
                 ELSE
                    IF fpu_statut = "U" THEN
                       DISPLAY "Code actuellement appliqué : ",fpu_code," (remise ",fpu_remise,"), à ressaisir pour le conserver"
                    END-IF
                 END-IF
            END-READ
         END-PERFORM
         CLOSE fpromoutil
      END-IF
      PERFORM WITH TEST AFTER UNTIL WpromoOk = 1 OR WcodePromo = "0" OR WcodePromo = SPACES
         DISPLAY "Code promotionnel ou contremarque (0 si aucun)"
         ACCEPT WcodePromo
         IF WcodePromo NOT = "0" AND WcodePromo NOT = SPACES THEN
            PERFORM APPLIQUE_CODE_PROMO
         END-IF
      END-PERFORM.

    *> APPLIQUE_CODE_PROMO : controle validite et plafonds du code WcodePromo puis calcule la remise (M montant, P pourcentage, G place offerte au tarif adulte)
    APPLIQUE_CODE_PROMO.
      MOVE 0 TO WpromoOk
      MOVE 0 TO WremisePromo
      MOVE FUNCTION CURRENT-DATE(1:8) TO Waujourdhui
      OPEN INPUT fpromos
      MOVE WcodePromo TO fpr_code
      READ fpromos
        INVALID KEY
          DISPLAY "Code promotionnel inconnu"
        NOT INVALID KEY
          IF Waujourdhui < fpr_datedeb OR Waujourdhui > fpr_datefin THEN
             DISPLAY "Code promotionnel hors de sa période de validité (",fpr_datedeb," au ",fpr_datefin,")"
          ELSE
             MOVE 1 TO WpromoOk
          END-IF
      END-READ
      IF WpromoOk = 1 THEN
         *> utilisations deja faites par ce client ; celle de la
         *> reservation echangee ne compte pas
         MOVE 0 TO WnbUtilClient
         MOVE 0 TO WdejaPromo
         OPEN INPUT fpromoutil
         MOVE WcodePromo TO fpu_code
         MOVE 0 TO WfinPromo
         START fpromoutil KEY = fpu_code
           INVALID KEY
             MOVE 1 TO WfinPromo
           NOT INVALID KEY
             CONTINUE
         END-START
         PERFORM WITH TEST AFTER UNTIL WfinPromo = 1
            READ fpromoutil NEXT
              AT END
                 MOVE 1 TO WfinPromo
              NOT AT END
                 IF fpu_code <> WcodePromo THEN
                    MOVE 1 TO WfinPromo
                 ELSE
                    IF fpu_statut = "U" THEN
                       IF WresaPromo > 0 AND fpu_numresa = WresaPromo THEN
                          MOVE 1 TO WdejaPromo
                       ELSE
                          IF fpu_mail = WmailPromo THEN
                             COMPUTE WnbUtilClient = WnbUtilClient + 1
                          END-IF
                       END-IF
                    END-IF
                 END-IF
            END-READ
         END-PERFORM
         CLOSE fpromoutil
         IF fpr_maxutil > 0 AND fpr_nbutil - WdejaPromo >= fpr_maxutil THEN
            DISPLAY "Le nombre maximal d'utilisations du code est atteint (",fpr_maxutil,")"
            MOVE 0 TO WpromoOk
         ELSE
            IF fpr_maxclient > 0 AND (WmailPromo = SPACES OR WmailPromo = "0") THEN
               DISPLAY "Ce code est limité par client : il faut un client identifié"
               MOVE 0 TO WpromoOk
            ELSE
               IF fpr_maxclient > 0 AND WnbUtilClient >= fpr_maxclient THEN
                  DISPLAY "Ce client a déjà utilisé ce code ",WnbUtilClient," fois (maximum ",fpr_maxclient,")"
                  MOVE 0 TO WpromoOk
               END-IF
            END-IF
         END-IF
      END-IF
      IF WpromoOk = 1 THEN
         EVALUATE fpr_type
         WHEN "M"
            MOVE fpr_valeur TO WremisePromo
         WHEN "P"
            COMPUTE WremisePromo = WmontantPromo * fpr_valeur / 100
         WHEN "G"
            *> valeur = nombre de places achetees pour une offerte,
            *> 0 pour une contremarque valant une place
            IF fpr_valeur = 0 THEN
               MOVE 1 TO WnbGratuit
            ELSE
               COMPUTE WnbGratuit = WplacePromo / (fpr_valeur + 1)
            END-IF
            IF WnbGratuit > WplacePromo THEN
               MOVE WplacePromo TO WnbGratuit
            END-IF
            COMPUTE WremisePromo = WnbGratuit * WtarifAdulte
         END-EVALUATE
         IF WremisePromo > WmontantPromo THEN
            MOVE WmontantPromo TO WremisePromo
         END-IF
         IF WremisePromo = 0 THEN
            DISPLAY "Ce code n'ouvre droit à aucune remise sur cette commande"
            MOVE 0 TO WpromoOk
         ELSE
            DISPLAY "Code ",WcodePromo," (",fpr_partenaire,") : remise de ",WremisePromo
         END-IF
      END-IF
      CLOSE fpromos.

    *> ENREGISTRE_UTIL_PROMO : trace l'utilisation du code WcodePromo par la reservation fr_num (reserTampon renseigne) et incremente le compteur du code
    ENREGISTRE_UTIL_PROMO.
      MOVE FUNCTION CURRENT-DATE(1:8) TO Waujourdhui
      OPEN I-O fpromoutil
      MOVE 0 TO WprochainUtil
      MOVE 0 TO fpu_num
      MOVE 0 TO WfinPromo
      START fpromoutil KEY IS NOT LESS THAN fpu_num
        INVALID KEY
          MOVE 1 TO WfinPromo
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinPromo = 1
         READ fpromoutil NEXT
           AT END
              MOVE 1 TO WfinPromo
           NOT AT END
              MOVE fpu_num TO WprochainUtil
         END-READ
      END-PERFORM
      COMPUTE WprochainUtil = WprochainUtil + 1
      MOVE WprochainUtil TO fpu_num
      MOVE WcodePromo TO fpu_code
      MOVE fr_num TO fpu_numresa
      MOVE fr_mail TO fpu_mail
      MOVE Waujourdhui TO fpu_date
      MOVE WremisePromo TO fpu_remise
      MOVE "U" TO fpu_statut
      WRITE promoutilTampon
      END-WRITE
      IF fpu_stat <> 00 THEN
         DISPLAY "Erreur enregistrement utilisation du code, code ",fpu_stat
      END-IF
      CLOSE fpromoutil
      OPEN I-O fpromos
      MOVE WcodePromo TO fpr_code
      READ fpromos
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          COMPUTE fpr_nbutil = fpr_nbutil + 1
          REWRITE promoTampon
      END-READ
      CLOSE fpromos
      MOVE "UTILISE_PROMO" TO Wjtype
      MOVE WcodePromo TO Wjcle
      MOVE SPACES TO Wjavant
      MOVE FUNCTION CONCATENATE("reservation=",fr_num," remise=",WremisePromo) TO Wjapres
      PERFORM ECRIT_JOURNAL.

    *> RETIRE_UTIL_PROMO : annule les utilisations de code de la reservation WresaPromo et rend l'utilisation au compteur du code
    RETIRE_UTIL_PROMO.
      OPEN I-O fpromoutil
      OPEN I-O fpromos
      MOVE WresaPromo TO fpu_numresa
      MOVE 0 TO WfinPromo
      START fpromoutil KEY = fpu_numresa
        INVALID KEY
          MOVE 1 TO WfinPromo
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinPromo = 1
         READ fpromoutil NEXT
           AT END
              MOVE 1 TO WfinPromo
           NOT AT END
              IF fpu_numresa <> WresaPromo THEN
                 MOVE 1 TO WfinPromo
              ELSE
                 IF fpu_statut = "U" THEN
                    MOVE "A" TO fpu_statut
                    REWRITE promoutilTampon
                    MOVE fpu_code TO fpr_code
                    READ fpromos
                      INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        IF fpr_nbutil > 0 THEN
                           COMPUTE fpr_nbutil = fpr_nbutil - 1
                           REWRITE promoTampon
                        END-IF
                    END-READ
                    MOVE "ANNULE_UTIL_PROMO" TO Wjtype
                    MOVE fpu_code TO Wjcle
                    MOVE FUNCTION CONCATENATE("reservation=",fpu_numresa," remise=",fpu_remise) TO Wjavant
                    MOVE SPACES TO Wjapres
                    PERFORM ECRIT_JOURNAL
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE fpromos
      CLOSE fpromoutil.

    *> CUMULE_REMISE_RESA : ajoute a WremiseSeance les remises de code de la reservation fr_num (fpromoutil deja ouvert par l'appelant)
    CUMULE_REMISE_RESA.
      MOVE fr_num TO fpu_numresa
      MOVE 0 TO WfinPromo
      START fpromoutil KEY = fpu_numresa
        INVALID KEY
          MOVE 1 TO WfinPromo
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinPromo = 1
         READ fpromoutil NEXT
           AT END
              MOVE 1 TO WfinPromo
           NOT AT END
              IF fpu_numresa <> fr_num THEN
                 MOVE 1 TO WfinPromo
              ELSE
                 IF fpu_statut = "U" THEN
                    COMPUTE WremiseSeance = WremiseSeance + fpu_remise
                 END-IF
              END-IF
         END-READ
      END-PERFORM.

    *> SAISIE_REGLE_PROMO : saisie du type et de la valeur de la remise d'un code (promoTampon)
    SAISIE_REGLE_PROMO.
      PERFORM WITH TEST AFTER UNTIL fpr_type = "M" OR fpr_type = "P" OR fpr_type = "G"
         DISPLAY "Type de remise : M montant, P pourcentage, G place offerte"
         ACCEPT fpr_type
      END-PERFORM
      EVALUATE fpr_type
      WHEN "M"
         DISPLAY "Saisir le montant de la remise"
      WHEN "P"
         DISPLAY "Saisir le pourcentage de remise (1 à 100)"
      WHEN "G"
         DISPLAY "Saisir le nombre de places achetées pour une offerte (0 : contremarque valant une place)"
      END-EVALUATE
      ACCEPT fpr_valeur
      IF fpr_type = "P" AND fpr_valeur > 100 THEN
         MOVE 100 TO fpr_valeur
      END-IF.

    *> SAISIE_VALIDITE_PROMO : saisie de la periode de validite d'un code (fpr_datedeb/fpr_datefin en aaaammjj)
    SAISIE_VALIDITE_PROMO.
      MOVE 0 TO WperiodeOkLot
      PERFORM WITH TEST AFTER UNTIL WperiodeOkLot = 1
         DISPLAY "Saisir la date de début de validité au format jjmmaaaa"
         ACCEPT WdebutPeriode
         MOVE FUNCTION CONCATENATE(WanneeDebutP,WmoisDebutP,WjourDebutP) TO Wdate
         IF FUNCTION TEST-DATE-YYYYMMDD(Wdate) <> 00000000 THEN
            DISPLAY "La date de début saisie n'est pas correcte"
         ELSE
            MOVE Wdate TO fpr_datedeb
            DISPLAY "Saisir la date de fin de validité au format jjmmaaaa"
            ACCEPT WfinPeriode
            MOVE FUNCTION CONCATENATE(WanneeFinP,WmoisFinP,WjourFinP) TO Wdate
            IF FUNCTION TEST-DATE-YYYYMMDD(Wdate) <> 00000000 THEN
               DISPLAY "La date de fin saisie n'est pas correcte"
            ELSE
               IF Wdate < fpr_datedeb THEN
                  DISPLAY "La date de fin doit être après la date de début"
               ELSE
                  MOVE Wdate TO fpr_datefin
                  MOVE 1 TO WperiodeOkLot
               END-IF
            END-IF
         END-IF
      END-PERFORM.

    *> GERE_PROMO : creation ou modification d'un code promotionnel / d'une contremarque partenaire
    GERE_PROMO.
      DISPLAY "----------------- DEBUT gestion code promotionnel ---------------"
      PERFORM WITH TEST AFTER UNTIL WcodePromo NOT = SPACES AND WcodePromo NOT = "0"
         DISPLAY "Saisir le code promotionnel"
         ACCEPT WcodePromo
      END-PERFORM
      OPEN I-O fpromos
      MOVE WcodePromo TO fpr_code
      READ fpromos
        INVALID KEY
          DISPLAY "Code inconnu, création"
          MOVE WcodePromo TO fpr_code
          PERFORM SAISIE_REGLE_PROMO
          PERFORM SAISIE_VALIDITE_PROMO
          DISPLAY "Saisir le partenaire (comité d'entreprise, opération...)"
          ACCEPT fpr_partenaire
          DISPLAY "Saisir le nombre maximal d'utilisations (0 si illimité)"
          ACCEPT fpr_maxutil
          DISPLAY "Saisir le nombre maximal d'utilisations par client (0 si illimité)"
          ACCEPT fpr_maxclient
          MOVE 0 TO fpr_nbutil
          WRITE promoTampon
          END-WRITE
          IF fpr_stat = 00 THEN
             DISPLAY "Code promotionnel créé"
             MOVE "AJOUT_PROMO" TO Wjtype
             MOVE fpr_code TO Wjcle
             MOVE SPACES TO Wjavant
             MOVE FUNCTION CONCATENATE(fpr_type," valeur=",fpr_valeur," du ",fpr_datedeb," au ",fpr_datefin," partenaire=",fpr_partenaire," max=",fpr_maxutil," parclient=",fpr_maxclient) TO Wjapres
             PERFORM ECRIT_JOURNAL
          ELSE
             DISPLAY "Erreur création code promotionnel, code ",fpr_stat
          END-IF
        NOT INVALID KEY
          MOVE FUNCTION CONCATENATE(fpr_type," valeur=",fpr_valeur," du ",fpr_datedeb," au ",fpr_datefin," partenaire=",fpr_partenaire," max=",fpr_maxutil," parclient=",fpr_maxclient) TO Wjavant
          DISPLAY "Type actuel : ",fpr_type," valeur : ",fpr_valeur
          PERFORM SAISIE_REGLE_PROMO
          DISPLAY "Validité actuelle : du ",fpr_datedeb," au ",fpr_datefin
          PERFORM SAISIE_VALIDITE_PROMO
          DISPLAY "Partenaire actuel : ",fpr_partenaire
          DISPLAY "Nouveau partenaire (identique si inchangé)"
          ACCEPT fpr_partenaire
          DISPLAY "Utilisations : ",fpr_nbutil," maximum actuel : ",fpr_maxutil
          DISPLAY "Nouveau maximum (0 si illimité)"
          ACCEPT fpr_maxutil
          DISPLAY "Maximum par client actuel : ",fpr_maxclient
          DISPLAY "Nouveau maximum par client (0 si illimité)"
          ACCEPT fpr_maxclient
          REWRITE promoTampon
          IF fpr_stat = 00 THEN
             DISPLAY "Code promotionnel mis à jour"
             MOVE "MODIFIER_PROMO" TO Wjtype
             MOVE fpr_code TO Wjcle
             MOVE FUNCTION CONCATENATE(fpr_type," valeur=",fpr_valeur," du ",fpr_datedeb," au ",fpr_datefin," partenaire=",fpr_partenaire," max=",fpr_maxutil," parclient=",fpr_maxclient) TO Wjapres
             PERFORM ECRIT_JOURNAL
          ELSE
             DISPLAY "Erreur mise à jour code promotionnel, code ",fpr_stat
          END-IF
      END-READ
      CLOSE fpromos
      DISPLAY "----------------- FIN gestion code promotionnel ---------------".

    *> RAPPORT_PARTENAIRES : releve mensuel des utilisations de codes par partenaire (partenaires-MMAAAA.dat) pour la refacturation des comites d'entreprise
    RAPPORT_PARTENAIRES.
      DISPLAY "----------------- DEBUT relevé mensuel des partenaires ---------------"
      MOVE 0 TO WmoisPart
      PERFORM WITH TEST AFTER UNTIL WmoisPart > 0 AND WmoisPart < 13
         DISPLAY "Saisir le mois (1 à 12)"
         ACCEPT WmoisPart
      END-PERFORM
      DISPLAY "Saisir l'année (aaaa)"
      ACCEPT WanneePart
      INITIALIZE WtabPartenaires
      MOVE 0 TO WnbPartenaires
      MOVE 0 TO WtotalUtilPart
      MOVE 0 TO WtotalRemisePart
      OPEN INPUT fpromoutil
      OPEN INPUT fpromos
      *> premiere passe : cumul par partenaire
      MOVE 0 TO fpu_num
      MOVE 0 TO WfinPromo
      START fpromoutil KEY IS NOT LESS THAN fpu_num
        INVALID KEY
          MOVE 1 TO WfinPromo
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinPromo = 1
         READ fpromoutil NEXT
           AT END
              MOVE 1 TO WfinPromo
           NOT AT END
              COMPUTE WanneeMvt = fpu_date / 10000
              COMPUTE WmoisMvt = FUNCTION MOD(fpu_date / 100, 100)
              IF fpu_statut = "U" AND WanneeMvt = WanneePart AND WmoisMvt = WmoisPart THEN
                 PERFORM CHERCHE_PARTENAIRE_UTIL
                 MOVE 0 TO WpartTrouve
                 MOVE 0 TO WiPart
                 PERFORM WITH TEST AFTER UNTIL WiPart >= WnbPartenaires OR WpartTrouve = 1
                    COMPUTE WiPart = WiPart + 1
                    IF WiPart <= WnbPartenaires THEN
                       IF WnomPart(WiPart) = WnomPartCherche THEN
                          MOVE 1 TO WpartTrouve
                          COMPUTE WnbUtilPart(WiPart) = WnbUtilPart(WiPart) + 1
                          COMPUTE WremisePart(WiPart) = WremisePart(WiPart) + fpu_remise
                       END-IF
                    END-IF
                 END-PERFORM
                 IF WpartTrouve = 0 AND WnbPartenaires < 200 THEN
                    COMPUTE WnbPartenaires = WnbPartenaires + 1
                    MOVE WnomPartCherche TO WnomPart(WnbPartenaires)
                    MOVE 1 TO WnbUtilPart(WnbPartenaires)
                    MOVE fpu_remise TO WremisePart(WnbPartenaires)
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      MOVE FUNCTION CONCATENATE("partenaires-",WmoisPart,WanneePart,".dat") TO Wpartenairesfichier
      OPEN OUTPUT fetatpartenaires
      MOVE FUNCTION CONCATENATE("RELEVE DES CODES PARTENAIRES DU MOIS ",WmoisPart,"/",WanneePart) TO fepa_ligne
      WRITE etatpartenaireTampon
      *> seconde passe : le detail de chaque partenaire suivi de son total
      MOVE 0 TO WiPart
      PERFORM WITH TEST AFTER UNTIL WiPart >= WnbPartenaires
         COMPUTE WiPart = WiPart + 1
         IF WiPart <= WnbPartenaires THEN
            MOVE FUNCTION CONCATENATE("PARTENAIRE ",WnomPart(WiPart)) TO fepa_ligne
            WRITE etatpartenaireTampon
            MOVE 0 TO fpu_num
            MOVE 0 TO WfinPromo
            START fpromoutil KEY IS NOT LESS THAN fpu_num
              INVALID KEY
                MOVE 1 TO WfinPromo
              NOT INVALID KEY
                CONTINUE
            END-START
            PERFORM WITH TEST AFTER UNTIL WfinPromo = 1
               READ fpromoutil NEXT
                 AT END
                    MOVE 1 TO WfinPromo
                 NOT AT END
                    COMPUTE WanneeMvt = fpu_date / 10000
                    COMPUTE WmoisMvt = FUNCTION MOD(fpu_date / 100, 100)
                    IF fpu_statut = "U" AND WanneeMvt = WanneePart AND WmoisMvt = WmoisPart THEN
                       PERFORM CHERCHE_PARTENAIRE_UTIL
                       IF WnomPartCherche = WnomPart(WiPart) THEN
                          MOVE FUNCTION CONCATENATE("  Code ",fpu_code," Reservation ",fpu_numresa," Date ",fpu_date," Remise ",fpu_remise) TO fepa_ligne
                          WRITE etatpartenaireTampon
                       END-IF
                    END-IF
               END-READ
            END-PERFORM
            DISPLAY WnomPart(WiPart)," : ",WnbUtilPart(WiPart)," utilisation(s), remises ",WremisePart(WiPart)
            MOVE FUNCTION CONCATENATE("  TOTAL ",WnbUtilPart(WiPart)," utilisation(s) Remises ",WremisePart(WiPart)) TO fepa_ligne
            WRITE etatpartenaireTampon
            COMPUTE WtotalUtilPart = WtotalUtilPart + WnbUtilPart(WiPart)
            COMPUTE WtotalRemisePart = WtotalRemisePart + WremisePart(WiPart)
         END-IF
      END-PERFORM
      MOVE FUNCTION CONCATENATE("TOTAL GENERAL ",WtotalUtilPart," utilisation(s) Remises ",WtotalRemisePart) TO fepa_ligne
      WRITE etatpartenaireTampon
      CLOSE fpromos
      CLOSE fpromoutil
      CLOSE fetatpartenaires
      DISPLAY "Total : ",WtotalUtilPart," utilisation(s), remises ",WtotalRemisePart
      DISPLAY "Relevé écrit dans ",Wpartenairesfichier
      MOVE "RAPPORT_PARTENAIRES" TO Wjtype
      MOVE FUNCTION CONCATENATE(WmoisPart,WanneePart) TO Wjcle
      MOVE SPACES TO Wjavant
      MOVE FUNCTION CONCATENATE("partenaires=",WnbPartenaires," utilisations=",WtotalUtilPart," remises=",WtotalRemisePart) TO Wjapres
      PERFORM ECRIT_JOURNAL
      DISPLAY "----------------- FIN relevé mensuel des partenaires ---------------".

    *> CHERCHE_PARTENAIRE_UTIL : renvoie dans WnomPartCherche le partenaire du code de l'utilisation lue (fpromos deja ouvert par l'appelant)
    CHERCHE_PARTENAIRE_UTIL.
      MOVE fpu_code TO fpr_code
      READ fpromos
        INVALID KEY
          MOVE "SANS PARTENAIRE" TO WnomPartCherche
        NOT INVALID KEY
          IF fpr_partenaire = SPACES THEN
             MOVE "SANS PARTENAIRE" TO WnomPartCherche
          ELSE
             MOVE fpr_partenaire TO WnomPartCherche
          END-IF
      END-READ.

    AFFICHE_RESERVATIONS.
       *> parcours squentiel du fichier seance en premier moins gourmand
        DISPLAY "----------------- DEBUT affiche Reservations ---------------"
        DISPLAY "----Affiche les reservations des seances du jours et celles à venir ----"
        OPEN INPUT fseances
        OPEN INPUT freservation
        MOVE 0 TO Wfin
        MOVE 0 TO Wcpt
        PERFORM WITH TEST AFTER UNTIL Wfin =1
            READ fseances NEXT
                AT END 
                 MOVE 1 TO Wfin
                NOT AT END 
                 COMPUTE Wcpt = Wcpt + 1
                 *> verif de la date
                  MOVE FUNCTION CONCATENATE(fsea_annee,fsea_mois,fsea_jour) TO Wtampon
                  MOVE FUNCTION INTEGER-OF-DATE(Wtampon) to Wdate
                  MOVE FUNCTION CURRENT-DATE(1:8) TO Wtampon
                  MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WdateInteger
                  IF Wdate>= WdateInteger THEN
                    MOVE fsea_id to fr_idseance
                      START freservation key = fr_idseance
                          INVALID KEY
                             DISPLAY " "
                          NOT INVALID KEY
                          *> affichage de la seance 
                          DISPLAY "--- --- --- ---Seance ",fsea_id,"-- --- --- ---"
                          DISPLAY "DATE : ",fsea_date
                          DISPLAY "HEURE : ",fsea_horaire
                          MOVE 0 TO Wfin
                          PERFORM WITH TEST AFTER UNTIL Wfin=1
                              READ freservation NEXT
                                AT END
                                   MOVE 1 TO Wfin
                                NOT AT END
                                *> affichage de toutes les reservation
                                 DISPLAY "--- RESERVATION ",fr_num,"---"
                                 DISPLAY "nombre de place reserver : ",fr_place
                                 DISPLAY "dont abonne : ",fr_placeAbonne
                                 DISPLAY "montant total à payer : ", fr_montant
                             END-READ
                          END-PERFORM
                      END-START
                  END-IF
            END-READ
        END-PERFORM
        CLOSE freservation
        CLOSE fseances
        IF Wcpt = 0 THEN
        DISPLAY "Aucune Reservation pour les seances du jour et celles à venir"
        END-IF
        DISPLAY "----------------- FIN affiche Reservations ---------------".
    
    MONTANT_JOURNALIER.
        MOVE 0 TO WsommeS
        MOVE 0 TO WremiseJour
        DISPLAY "Saisir la date du jour sous le format JJMMYYYY"
        ACCEPT fsea_date
        MOVE fsea_jour TO WjourS
        MOVE fsea_mois TO WmoisS
        MOVE fsea_annee TO WanneS
        MOVE FUNCTION CONCATENATE("recette-",WjourS,WmoisS,WanneS,".dat") TO Wrecettefichier
        OPEN INPUT fseances
        OPEN INPUT freservation
        OPEN INPUT fpromoutil
        OPEN OUTPUT frecette
        START fseances key = fsea_date
        INVALID KEY
			DISPLAY "Aucune séance pour cette date"
		NOT INVALID KEY
			DISPLAY " "
			DISPLAY "Voici la liste des séances :"
			MOVE 0 TO Wfin
			PERFORM WITH TEST AFTER UNTIL Wfin=1
				READ fseances NEXT
				AT END
					MOVE 1 TO Wfin
				NOT AT END
					IF WjourS<>fsea_jour OR WmoisS<>fsea_mois OR WanneS<>fsea_annee THEN
						MOVE 1 TO Wfin
					ELSE
						MOVE fsea_id TO fr_idseance
						START freservation key = fr_idseance
						INVALID KEY
							DISPLAY " "
						NOT INVALID KEY
							MOVE 0 TO WfinR
							MOVE 0 TO WsommeI
							MOVE 0 TO WremiseSeance
							PERFORM WITH TEST AFTER UNTIL WfinR=1
								READ freservation NEXT
								AT END
									MOVE 1 TO WfinR
								NOT AT END
									IF fr_idseance<>fsea_id THEN
										MOVE 1 TO WfinR
									ELSE
										*> les options non confirmees ne sont
										*> pas encore de la recette
										IF fr_statut NOT = "O" THEN
											COMPUTE WsommeI = WsommeI + fr_montant
											PERFORM CUMULE_REMISE_RESA
										END-IF
									END-IF
								END-READ
							END-PERFORM
						END-START
						DISPLAY "Horaire: ",fsea_heure,":",fsea_minute," Montant: ",WsommeI," Remises: ",WremiseSeance
						MOVE FUNCTION CONCATENATE("Seance ",fsea_id," Horaire ",fsea_heure,":",fsea_minute," Montant ",WsommeI," Remises ",WremiseSeance) TO fre_ligne
						WRITE recetteTampon
						COMPUTE WsommeS = WsommeS + WsommeI
						COMPUTE WremiseJour = WremiseJour + WremiseSeance
					END-IF
				END-READ
			END-PERFORM
			DISPLAY "Chiffre d'affaire de la journée: ",WsommeS
			MOVE FUNCTION CONCATENATE("TOTAL DU ",WjourS,"/",WmoisS,"/",WanneS," : ",WsommeS) TO fre_ligne
			WRITE recetteTampon
			*> les montants sont nets : les remises des codes
			*> promotionnels sont rappelees pour la comptabilite
			DISPLAY "Remises promotionnelles de la journée: ",WremiseJour
			MOVE FUNCTION CONCATENATE("REMISES PROMOTIONNELLES DU ",WjourS,"/",WmoisS,"/",WanneS," : ",WremiseJour) TO fre_ligne
			WRITE recetteTampon
		END-START
		CLOSE fseances
		CLOSE freservation
		CLOSE fpromoutil
		CLOSE frecette.
    
    *> GERE_DISTRIBUTEUR : crée un distributeur ou corrige le nom et le taux de location (part de la recette brute à lui reverser) d'un distributeur existant
    GERE_DISTRIBUTEUR.
      DISPLAY "----------------- DEBUT gestion distributeur ---------------"
      DISPLAY "Saisir le numéro du distributeur"
      ACCEPT WnumDistrib
      OPEN I-O fdistrib
      MOVE WnumDistrib TO fdi_num
      READ fdistrib
        INVALID KEY
          DISPLAY "Distributeur inconnu, création"
          MOVE WnumDistrib TO fdi_num
          PERFORM WITH TEST AFTER UNTIL fdi_nom NOT = SPACES
             DISPLAY "Saisir le nom du distributeur"
             ACCEPT fdi_nom
          END-PERFORM
          PERFORM WITH TEST AFTER UNTIL fdi_taux < 100
             DISPLAY "Saisir le taux de location en % (0 à 99)"
             ACCEPT fdi_taux
          END-PERFORM
          WRITE distribTampon
          END-WRITE
          IF fdi_stat = 00 THEN
             DISPLAY "Distributeur créé"
             MOVE "AJOUT_DISTRIBUTEUR" TO Wjtype
             MOVE fdi_num TO Wjcle
             MOVE SPACES TO Wjavant
             MOVE FUNCTION CONCATENATE(fdi_nom," taux=",fdi_taux) TO Wjapres
             PERFORM ECRIT_JOURNAL
          ELSE
             DISPLAY "Erreur création distributeur, code ",fdi_stat
          END-IF
        NOT INVALID KEY
          MOVE FUNCTION CONCATENATE(fdi_nom," taux=",fdi_taux) TO Wjavant
          DISPLAY "Nom actuel : ",fdi_nom
          DISPLAY "Nouveau nom (identique si inchangé)"
          ACCEPT fdi_nom
          DISPLAY "Taux actuel : ",fdi_taux,"%"
          PERFORM WITH TEST AFTER UNTIL fdi_taux < 100
             DISPLAY "Nouveau taux en % (0 à 99)"
             ACCEPT fdi_taux
          END-PERFORM
          REWRITE distribTampon
          IF fdi_stat = 00 THEN
             DISPLAY "Distributeur mis à jour"
             MOVE "MODIFIER_DISTRIBUTEUR" TO Wjtype
             MOVE fdi_num TO Wjcle
             MOVE FUNCTION CONCATENATE(fdi_nom," taux=",fdi_taux) TO Wjapres
             PERFORM ECRIT_JOURNAL
          ELSE
             DISPLAY "Erreur mise à jour distributeur, code ",fdi_stat
          END-IF
      END-READ
      CLOSE fdistrib
      DISPLAY "----------------- FIN gestion distributeur ---------------".

    *> CUMULE_BORDEREAU : ajoute WplaceCumul entrées et WmontantCumul de recette au film WidFilmCumul dans la table du bordereau, en créant la ligne du film au premier passage
    CUMULE_BORDEREAU.
      MOVE 0 TO Wtrouve
      MOVE 0 TO WiBord
      PERFORM WITH TEST AFTER UNTIL WiBord >= WnbFilmsBord OR Wtrouve = 1
         COMPUTE WiBord = WiBord + 1
         IF WiBord <= WnbFilmsBord THEN
            IF WidFilmB(WiBord) = WidFilmCumul THEN
               MOVE 1 TO Wtrouve
            END-IF
         END-IF
      END-PERFORM
      IF Wtrouve = 0 THEN
         COMPUTE WnbFilmsBord = WnbFilmsBord + 1
         MOVE WnbFilmsBord TO WiBord
         MOVE WidFilmCumul TO WidFilmB(WiBord)
         MOVE 0 TO WentreesB(WiBord)
         MOVE 0 TO WrecetteB(WiBord)
      END-IF
      COMPUTE WentreesB(WiBord) = WentreesB(WiBord) + WplaceCumul
      COMPUTE WrecetteB(WiBord) = WrecetteB(WiBord) + WmontantCumul.

    *> ECRIT_LIGNES_DISTRIB : pour le distributeur WnumDistrib au taux fdi_taux, écrit dans le bordereau une ligne par film rattaché ayant des entrées sur la période et cumule WtotalEntreesDist/WtotalRecetteDist/WtotalPartDist (ffilms et fbordereau ouverts par l'appelant, table du bordereau remplie)
    ECRIT_LIGNES_DISTRIB.
      MOVE 0 TO WtotalEntreesDist
      MOVE 0 TO WtotalRecetteDist
      MOVE 0 TO WtotalPartDist
      MOVE 0 TO WfinF
      PERFORM WITH TEST AFTER UNTIL WfinF = 1
         READ ffilms NEXT
           AT END
              MOVE 1 TO WfinF
           NOT AT END
              IF ff_iddistrib = WnumDistrib THEN
                 MOVE 0 TO WiBord
                 PERFORM WITH TEST AFTER UNTIL WiBord >= WnbFilmsBord
                    COMPUTE WiBord = WiBord + 1
                    IF WiBord <= WnbFilmsBord THEN
                       IF WidFilmB(WiBord) = ff_id AND WentreesB(WiBord) > 0 THEN
                          COMPUTE WpartBord = WrecetteB(WiBord) * fdi_taux / 100
                          MOVE FUNCTION CONCATENATE("  ",ff_titre," entrees=",WentreesB(WiBord)," recette=",WrecetteB(WiBord)," part=",WpartBord) TO fbo_ligne
                          WRITE bordereauTampon
                          COMPUTE WtotalEntreesDist = WtotalEntreesDist + WentreesB(WiBord)
                          COMPUTE WtotalRecetteDist = WtotalRecetteDist + WrecetteB(WiBord)
                          COMPUTE WtotalPartDist = WtotalPartDist + WpartBord
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
         END-READ
      END-PERFORM
      MOVE FUNCTION CONCATENATE("  SOUS-TOTAL entrees=",WtotalEntreesDist," recette=",WtotalRecetteDist," part distributeur=",WtotalPartDist) TO fbo_ligne
      WRITE bordereauTampon
      COMPUTE WtotalEntreesBord = WtotalEntreesBord + WtotalEntreesDist
      COMPUTE WtotalRecetteBord = WtotalRecetteBord + WtotalRecetteDist
      COMPUTE WtotalPartBord = WtotalPartBord + WtotalPartDist.

    *> BORDEREAU_DISTRIBUTEUR : pour une période donnée, balaye les réservations vivantes et archivées (hors options non confirmées), cumule entrées et recette brute film par film, puis écrit dans bordereau-JJMMAAAA.dat le décompte par distributeur (part = recette x taux de location), les films sans distributeur en queue de bordereau
    BORDEREAU_DISTRIBUTEUR.
      DISPLAY "----------------- DEBUT bordereau distributeur ---------------"
      MOVE 0 TO WperiodeOkLot
      PERFORM WITH TEST AFTER UNTIL WperiodeOkLot = 1
         DISPLAY "Saisir la date de début de la période au format jjmmaaaa"
         ACCEPT WdebutPeriode
         MOVE FUNCTION CONCATENATE(WanneeDebutP,WmoisDebutP,WjourDebutP) TO Wdate
         IF FUNCTION TEST-DATE-YYYYMMDD(Wdate) <> 00000000 THEN
            DISPLAY "La date de début saisie n'est pas correcte"
         ELSE
            DISPLAY "Saisir la date de fin de la période au format jjmmaaaa"
            ACCEPT WfinPeriode
            MOVE FUNCTION CONCATENATE(WanneeFinP,WmoisFinP,WjourFinP) TO Wdate
            IF FUNCTION TEST-DATE-YYYYMMDD(Wdate) <> 00000000 THEN
               DISPLAY "La date de fin saisie n'est pas correcte"
            ELSE
               MOVE FUNCTION CONCATENATE(WanneeDebutP,WmoisDebutP,WjourDebutP) TO Wtampon
               MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WdebutPeriodeInt
               MOVE FUNCTION CONCATENATE(WanneeFinP,WmoisFinP,WjourFinP) TO Wtampon
               MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WfinPeriodeInt
               IF WdebutPeriodeInt > WfinPeriodeInt THEN
                  DISPLAY "La date de fin doit être après la date de début"
               ELSE
                  MOVE 1 TO WperiodeOkLot
               END-IF
            END-IF
         END-IF
      END-PERFORM
      INITIALIZE WtabBordereau
      MOVE 0 TO WnbFilmsBord
      *> premiere passe : les reservations vivantes
      OPEN INPUT freservation
      OPEN INPUT fseances
      MOVE 0 TO fr_num
      MOVE 0 TO WfinR
      START freservation KEY IS NOT LESS THAN fr_num
        INVALID KEY
          MOVE 1 TO WfinR
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinR = 1
         READ freservation NEXT
           AT END
              MOVE 1 TO WfinR
           NOT AT END
              IF fr_statut NOT = "O" THEN
                 MOVE fr_idseance TO fsea_id
                 READ fseances
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE FUNCTION CONCATENATE(fsea_annee,fsea_mois,fsea_jour) TO Wtampon
                      MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WseanceInt
                      IF WseanceInt >= WdebutPeriodeInt AND WseanceInt <= WfinPeriodeInt THEN
                         MOVE fsea_idfilm TO WidFilmCumul
                         MOVE fr_place TO WplaceCumul
                         MOVE fr_montant TO WmontantCumul
                         PERFORM CUMULE_BORDEREAU
                      END-IF
                 END-READ
              END-IF
         END-READ
      END-PERFORM
      CLOSE fseances
      CLOSE freservation
      *> seconde passe : les reservations parties aux archives
      OPEN INPUT freservationH
      OPEN INPUT fseancesH
      MOVE 0 TO frh_num
      MOVE 0 TO WfinR
      START freservationH KEY IS NOT LESS THAN frh_num
        INVALID KEY
          MOVE 1 TO WfinR
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinR = 1
         READ freservationH NEXT
           AT END
              MOVE 1 TO WfinR
           NOT AT END
              IF frh_statut NOT = "O" THEN
                 MOVE frh_idseance TO fseah_id
                 READ fseancesH
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE FUNCTION CONCATENATE(fseah_annee,fseah_mois,fseah_jour) TO Wtampon
                      MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WseanceInt
                      IF WseanceInt >= WdebutPeriodeInt AND WseanceInt <= WfinPeriodeInt THEN
                         MOVE fseah_idfilm TO WidFilmCumul
                         MOVE frh_place TO WplaceCumul
                         MOVE frh_montant TO WmontantCumul
                         PERFORM CUMULE_BORDEREAU
                      END-IF
                 END-READ
              END-IF
         END-READ
      END-PERFORM
      CLOSE fseancesH
      CLOSE freservationH
      *> edition : un bloc par distributeur, les films sans
      *> distributeur en queue pour que rien n'echappe au decompte
      MOVE 0 TO WtotalEntreesBord
      MOVE 0 TO WtotalRecetteBord
      MOVE 0 TO WtotalPartBord
      MOVE FUNCTION CONCATENATE("bordereau-",WjourDebutP,WmoisDebutP,WanneeDebutP,".dat") TO Wbordereaufichier
      OPEN OUTPUT fbordereau
      MOVE FUNCTION CONCATENATE("DECOMPTE DISTRIBUTEURS DU ",WjourDebutP,"/",WmoisDebutP,"/",WanneeDebutP," AU ",WjourFinP,"/",WmoisFinP,"/",WanneeFinP) TO fbo_ligne
      WRITE bordereauTampon
      OPEN INPUT fdistrib
      OPEN INPUT ffilms
      MOVE 0 TO Wfin
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fdistrib NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              MOVE "========================================" TO fbo_ligne
              WRITE bordereauTampon
              MOVE FUNCTION CONCATENATE("DISTRIBUTEUR ",fdi_num," ",fdi_nom," taux=",fdi_taux,"%") TO fbo_ligne
              WRITE bordereauTampon
              MOVE fdi_num TO WnumDistrib
              PERFORM ECRIT_LIGNES_DISTRIB
              *> repartir du debut de ffilms pour le distributeur
              *> suivant
              CLOSE ffilms
              OPEN INPUT ffilms
         END-READ
      END-PERFORM
      CLOSE fdistrib
      MOVE "========================================" TO fbo_ligne
      WRITE bordereauTampon
      MOVE "FILMS SANS DISTRIBUTEUR (part nulle)" TO fbo_ligne
      WRITE bordereauTampon
      MOVE 0 TO WnumDistrib
      MOVE 0 TO fdi_taux
      PERFORM ECRIT_LIGNES_DISTRIB
      CLOSE ffilms
      MOVE "========================================" TO fbo_ligne
      WRITE bordereauTampon
      MOVE FUNCTION CONCATENATE("TOTAL PERIODE entrees=",WtotalEntreesBord," recette=",WtotalRecetteBord," parts distributeurs=",WtotalPartBord) TO fbo_ligne
      WRITE bordereauTampon
      CLOSE fbordereau
      DISPLAY "Entrées de la période      : ",WtotalEntreesBord
      DISPLAY "Recette brute              : ",WtotalRecetteBord
      DISPLAY "Parts distributeurs        : ",WtotalPartBord
      DISPLAY "Bordereau écrit dans ",Wbordereaufichier
      MOVE "BORDEREAU_DISTRIBUTEUR" TO Wjtype
      MOVE FUNCTION CONCATENATE(WdebutPeriode,"-",WfinPeriode) TO Wjcle
      MOVE SPACES TO Wjavant
      MOVE FUNCTION CONCATENATE("entrees=",WtotalEntreesBord," recette=",WtotalRecetteBord," parts=",WtotalPartBord) TO Wjapres
      PERFORM ECRIT_JOURNAL
      DISPLAY "----------------- FIN bordereau distributeur ---------------".

    *> CALCULE_ENCAISSE_RESA : solde des mouvements de fpaiements de la réservation WnumResaCnc (payé et en attente moins remboursé) dans WencaisseCnc, dont la part réglée en chèques cinéma dans WchequeCnc, WmvtCnc=1 si elle a des mouvements, WrembCnc=1 si elle a été remboursée (fpaiements ouvert par l'appelant)
    CALCULE_ENCAISSE_RESA.
      MOVE 0 TO WencaisseCnc
      MOVE 0 TO WchequeCnc
      MOVE 0 TO WmvtCnc
      MOVE 0 TO WrembCnc
      MOVE WnumResaCnc TO fp_numresa
      MOVE 0 TO WfinCtrlCnc
      START fpaiements KEY = fp_numresa
        INVALID KEY
          MOVE 1 TO WfinCtrlCnc
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinCtrlCnc = 1
         READ fpaiements NEXT
           AT END
              MOVE 1 TO WfinCtrlCnc
           NOT AT END
              IF fp_numresa <> WnumResaCnc THEN
                 MOVE 1 TO WfinCtrlCnc
              ELSE
                 MOVE 1 TO WmvtCnc
                 IF fp_statut = "R" THEN
                    MOVE 1 TO WrembCnc
                    COMPUTE WencaisseCnc = WencaisseCnc - fp_montant
                    IF fp_moyen = "Q" THEN
                       COMPUTE WchequeCnc = WchequeCnc - fp_montant
                    END-IF
                 ELSE
                    COMPUTE WencaisseCnc = WencaisseCnc + fp_montant
                    IF fp_moyen = "Q" THEN
                       COMPUTE WchequeCnc = WchequeCnc + fp_montant
                    END-IF
                 END-IF
              END-IF
         END-READ
      END-PERFORM.

    *> CUMULE_CNC : ajoute la réservation (film WidFilmCnc, WadulteCnc/WenfantCnc/WabonneCnc entrées, recette WmontantCnc) à la table de la déclaration, la recette étant répartie entre catégories au prorata des tarifs de la semaine
    CUMULE_CNC.
      MOVE 0 TO WtrouveCnc
      MOVE 0 TO WiCnc
      PERFORM WITH TEST AFTER UNTIL WiCnc >= WnbFilmsCnc OR WtrouveCnc = 1
         COMPUTE WiCnc = WiCnc + 1
         IF WiCnc <= WnbFilmsCnc THEN
            IF WidFilmC(WiCnc) = WidFilmCnc THEN
               MOVE 1 TO WtrouveCnc
            END-IF
         END-IF
      END-PERFORM
      IF WtrouveCnc = 0 THEN
         IF WnbFilmsCnc < 200 THEN
            COMPUTE WnbFilmsCnc = WnbFilmsCnc + 1
            MOVE WnbFilmsCnc TO WiCnc
            MOVE WidFilmCnc TO WidFilmC(WiCnc)
            MOVE 1 TO WtrouveCnc
         ELSE
            DISPLAY "Table de la déclaration pleine, film ",WidFilmCnc," ignoré"
         END-IF
      END-IF
      IF WtrouveCnc = 1 THEN
         COMPUTE WnominalCnc = WadulteCnc * WtarifAdulteCnc + WenfantCnc * WtarifEnfantCnc + WabonneCnc * WtarifAbonneCnc
         MOVE 0 TO WrecEnfantCnc
         MOVE 0 TO WrecAbonneCnc
         MOVE 0 TO WrecAdulteCnc
         IF WnominalCnc > 0 THEN
            COMPUTE WrecAdulteCnc = WmontantCnc * WadulteCnc * WtarifAdulteCnc / WnominalCnc
            COMPUTE WrecEnfantCnc = WmontantCnc * WenfantCnc * WtarifEnfantCnc / WnominalCnc
            COMPUTE WrecAbonneCnc = WmontantCnc * WabonneCnc * WtarifAbonneCnc / WnominalCnc
         END-IF
         *> le reliquat d'arrondi va a la premiere categorie presente
         COMPUTE WresteCnc = WmontantCnc - WrecAdulteCnc - WrecEnfantCnc - WrecAbonneCnc
         IF WadulteCnc > 0 OR (WenfantCnc = 0 AND WabonneCnc = 0) THEN
            COMPUTE WrecAdulteCnc = WrecAdulteCnc + WresteCnc
         ELSE
            IF WenfantCnc > 0 THEN
               COMPUTE WrecEnfantCnc = WrecEnfantCnc + WresteCnc
            ELSE
               COMPUTE WrecAbonneCnc = WrecAbonneCnc + WresteCnc
            END-IF
         END-IF
         COMPUTE WentreesC(WiCnc, 1) = WentreesC(WiCnc, 1) + WadulteCnc
         COMPUTE WentreesC(WiCnc, 2) = WentreesC(WiCnc, 2) + WenfantCnc
         COMPUTE WentreesC(WiCnc, 3) = WentreesC(WiCnc, 3) + WabonneCnc
         COMPUTE WrecetteC(WiCnc, 1) = WrecetteC(WiCnc, 1) + WrecAdulteCnc
         COMPUTE WrecetteC(WiCnc, 2) = WrecetteC(WiCnc, 2) + WrecEnfantCnc
         COMPUTE WrecetteC(WiCnc, 3) = WrecetteC(WiCnc, 3) + WrecAbonneCnc
      END-IF.

    *> RETIENT_RESA_CNC : pour une réservation non optionnelle d'une séance de la semaine (WnumResaCnc, WidFilmCnc et les places déjà renseignés, montant de la réservation dans WmontantCnc), retient la recette réellement encaissée et écarte les réservations remboursées (fpaiements ouvert par l'appelant)
    RETIENT_RESA_CNC.
      PERFORM CALCULE_ENCAISSE_RESA
      IF WrembCnc = 1 AND WencaisseCnc <= 0 THEN
         COMPUTE WnbRembCnc = WnbRembCnc + 1
      ELSE
         IF WmvtCnc = 1 THEN
            IF WencaisseCnc > 0 THEN
               MOVE WencaisseCnc TO WmontantCnc
            ELSE
               MOVE 0 TO WmontantCnc
            END-IF
         END-IF
         PERFORM CUMULE_CNC
      END-IF.

    *> CONTROLE_NUMEROTATION_CNC : signale dans la déclaration les numéros de réservation manquants (annulés ou jamais attribués) et ceux réutilisés (présents en vivant et en archive, ou réencaissés après un remboursement total) ; fcnc ouvert par l'appelant
    CONTROLE_NUMEROTATION_CNC.
      MOVE 0 TO WnbTrousCnc
      MOVE 0 TO WnbReutilCnc
      MOVE "========================================" TO fcnc_ligne
      WRITE cncTampon
      MOVE "CONTROLE DE LA NUMEROTATION DES RESERVATIONS" TO fcnc_ligne
      WRITE cncTampon
      OPEN INPUT freservation
      OPEN INPUT freservationH
      OPEN INPUT fpaiements
      *> plus grand numero attribue, vivant ou archive
      MOVE 0 TO WmaxNumCnc
      MOVE 0 TO fr_num
      MOVE 0 TO WfinCtrlCnc
      START freservation KEY IS NOT LESS THAN fr_num
        INVALID KEY
          MOVE 1 TO WfinCtrlCnc
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinCtrlCnc = 1
         READ freservation NEXT
           AT END
              MOVE 1 TO WfinCtrlCnc
           NOT AT END
              IF fr_num > WmaxNumCnc THEN
                 MOVE fr_num TO WmaxNumCnc
              END-IF
         END-READ
      END-PERFORM
      MOVE 0 TO frh_num
      MOVE 0 TO WfinCtrlCnc
      START freservationH KEY IS NOT LESS THAN frh_num
        INVALID KEY
          MOVE 1 TO WfinCtrlCnc
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinCtrlCnc = 1
         READ freservationH NEXT
           AT END
              MOVE 1 TO WfinCtrlCnc
           NOT AT END
              IF frh_num > WmaxNumCnc THEN
                 MOVE frh_num TO WmaxNumCnc
              END-IF
         END-READ
      END-PERFORM
      *> trous et doublons vivant/archive, numero par numero
      MOVE 0 TO WnumCtrlCnc
      PERFORM WITH TEST AFTER UNTIL WnumCtrlCnc >= WmaxNumCnc
         COMPUTE WnumCtrlCnc = WnumCtrlCnc + 1
         MOVE 0 TO WvivantCnc
         MOVE 0 TO WarchiveCnc
         MOVE WnumCtrlCnc TO fr_num
         READ freservation
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 1 TO WvivantCnc
         END-READ
         MOVE WnumCtrlCnc TO frh_num
         READ freservationH
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 1 TO WarchiveCnc
         END-READ
         IF WvivantCnc = 1 AND WarchiveCnc = 1 THEN
            COMPUTE WnbReutilCnc = WnbReutilCnc + 1
            MOVE FUNCTION CONCATENATE("  NUMERO REUTILISE ",WnumCtrlCnc," : present dans les reservations vivantes et archivees") TO fcnc_ligne
            WRITE cncTampon
         END-IF
         IF WvivantCnc = 0 AND WarchiveCnc = 0 THEN
            COMPUTE WnbTrousCnc = WnbTrousCnc + 1
            MOVE WnumCtrlCnc TO WnumResaCnc
            PERFORM CALCULE_ENCAISSE_RESA
            IF WmvtCnc = 1 THEN
               MOVE FUNCTION CONCATENATE("  TROU ",WnumCtrlCnc," : reservation annulee (mouvements de paiement)") TO fcnc_ligne
            ELSE
               MOVE FUNCTION CONCATENATE("  TROU ",WnumCtrlCnc," : numero jamais attribue ou annule sans encaissement") TO fcnc_ligne
            END-IF
            WRITE cncTampon
         END-IF
      END-PERFORM
      *> reprise d'un numero libere : un nouvel encaissement apres
      *> que le remboursement a solde la reservation
      MOVE 0 TO fp_numresa
      MOVE 0 TO WresaPrecCnc
      MOVE 0 TO WnetResaCnc
      MOVE 0 TO WsoldeNulCnc
      MOVE 0 TO WsignaleCnc
      MOVE 0 TO WfinCtrlCnc
      START fpaiements KEY IS NOT LESS THAN fp_numresa
        INVALID KEY
          MOVE 1 TO WfinCtrlCnc
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinCtrlCnc = 1
         READ fpaiements NEXT
           AT END
              MOVE 1 TO WfinCtrlCnc
           NOT AT END
              IF fp_numresa <> WresaPrecCnc THEN
                 MOVE fp_numresa TO WresaPrecCnc
                 MOVE 0 TO WnetResaCnc
                 MOVE 0 TO WsoldeNulCnc
                 MOVE 0 TO WsignaleCnc
              END-IF
              IF fp_statut = "R" THEN
                 COMPUTE WnetResaCnc = WnetResaCnc - fp_montant
                 IF WnetResaCnc <= 0 THEN
                    MOVE 1 TO WsoldeNulCnc
                 END-IF
              ELSE
                 IF WsoldeNulCnc = 1 AND WsignaleCnc = 0 THEN
                    MOVE 1 TO WsignaleCnc
                    COMPUTE WnbReutilCnc = WnbReutilCnc + 1
                    MOVE FUNCTION CONCATENATE("  NUMERO REUTILISE ",fp_numresa," : nouvel encaissement le ",fp_date," apres remboursement total") TO fcnc_ligne
                    WRITE cncTampon
                 END-IF
                 COMPUTE WnetResaCnc = WnetResaCnc + fp_montant
              END-IF
         END-READ
      END-PERFORM
      CLOSE fpaiements
      CLOSE freservationH
      CLOSE freservation
      MOVE FUNCTION CONCATENATE("  numeros controles=",WmaxNumCnc," trous=",WnbTrousCnc," reutilises=",WnbReutilCnc) TO fcnc_ligne
      WRITE cncTampon.

    *> DECLARATION_CNC : pour la semaine cinématographique (mercredi au mardi) contenant la date saisie, balaye les réservations vivantes et archivées hors options et remboursements, et écrit dans cnc-JJMMAAAA.dat les entrées et recettes par film et par tarif, la base et le montant de la TSA, la ventilation de TVA et le contrôle de la numérotation des réservations
    DECLARATION_CNC.
      DISPLAY "----------------- DEBUT déclaration hebdomadaire CNC ---------------"
      MOVE 0 TO Wdaterechercheok
      PERFORM WITH TEST AFTER UNTIL Wdaterechercheok = 1
         DISPLAY "Saisir une date de la semaine à déclarer au format jjmmaaaa"
         ACCEPT WdateCnc
         MOVE FUNCTION CONCATENATE(WanneeCnc,WmoisCnc,WjourCnc) TO Wdate
         IF FUNCTION TEST-DATE-YYYYMMDD(Wdate) = 00000000 THEN
            MOVE 1 TO Wdaterechercheok
         ELSE
            DISPLAY "La date saisie n'est pas correcte"
         END-IF
      END-PERFORM
      *> retour au mercredi precedent (le 01/01/1601, jour 1, etait
      *> un lundi : le mercredi est le jour 3 modulo 7)
      MOVE FUNCTION INTEGER-OF-DATE(Wdate) TO WdebutCncInt
      COMPUTE WdebutCncInt = WdebutCncInt - FUNCTION MOD(WdebutCncInt - 3, 7)
      COMPUTE WfinCncInt = WdebutCncInt + 6
      MOVE FUNCTION DATE-OF-INTEGER(WdebutCncInt) TO WdebutCnc
      MOVE FUNCTION DATE-OF-INTEGER(WfinCncInt) TO WfinCnc
      DISPLAY "Semaine du ",WdebutCnc(7:2),"/",WdebutCnc(5:2),"/",WdebutCnc(1:4)," au ",WfinCnc(7:2),"/",WfinCnc(5:2),"/",WfinCnc(1:4)
      *> tarifs en vigueur le mercredi, base de la repartition de la
      *> recette entre categories
      MOVE WdebutCnc TO Wdatejour
      MOVE "A" TO Wtypetarif
      PERFORM CHERCHE_TARIF
      MOVE Wmontanttarif TO WtarifAdulteCnc
      MOVE "E" TO Wtypetarif
      PERFORM CHERCHE_TARIF
      MOVE Wmontanttarif TO WtarifEnfantCnc
      MOVE "R" TO Wtypetarif
      PERFORM CHERCHE_TARIF
      MOVE Wmontanttarif TO WtarifAbonneCnc
      INITIALIZE WtabCnc
      MOVE 0 TO WnbFilmsCnc
      MOVE 0 TO WnbOptionsCnc
      MOVE 0 TO WnbRembCnc
      OPEN INPUT fpaiements
      *> premiere passe : les reservations vivantes
      OPEN INPUT freservation
      OPEN INPUT fseances
      MOVE 0 TO fr_num
      MOVE 0 TO WfinR
      START freservation KEY IS NOT LESS THAN fr_num
        INVALID KEY
          MOVE 1 TO WfinR
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinR = 1
         READ freservation NEXT
           AT END
              MOVE 1 TO WfinR
           NOT AT END
              MOVE fr_idseance TO fsea_id
              READ fseances
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE FUNCTION CONCATENATE(fsea_annee,fsea_mois,fsea_jour) TO Wtampon
                   MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WseanceInt
                   IF WseanceInt >= WdebutCncInt AND WseanceInt <= WfinCncInt THEN
                      IF fr_statut = "O" THEN
                         COMPUTE WnbOptionsCnc = WnbOptionsCnc + 1
                      ELSE
                         MOVE fr_num TO WnumResaCnc
                         MOVE fsea_idfilm TO WidFilmCnc
                         MOVE fr_placeEnfant TO WenfantCnc
                         MOVE fr_placeAbonne TO WabonneCnc
                         COMPUTE WadulteCnc = fr_place - fr_placeEnfant - fr_placeAbonne
                         MOVE fr_montant TO WmontantCnc
                         PERFORM RETIENT_RESA_CNC
                      END-IF
                   END-IF
              END-READ
         END-READ
      END-PERFORM
      CLOSE fseances
      CLOSE freservation
      *> seconde passe : les reservations parties aux archives
      OPEN INPUT freservationH
      OPEN INPUT fseancesH
      MOVE 0 TO frh_num
      MOVE 0 TO WfinR
      START freservationH KEY IS NOT LESS THAN frh_num
        INVALID KEY
          MOVE 1 TO WfinR
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinR = 1
         READ freservationH NEXT
           AT END
              MOVE 1 TO WfinR
           NOT AT END
              MOVE frh_idseance TO fseah_id
              READ fseancesH
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE FUNCTION CONCATENATE(fseah_annee,fseah_mois,fseah_jour) TO Wtampon
                   MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WseanceInt
                   IF WseanceInt >= WdebutCncInt AND WseanceInt <= WfinCncInt THEN
                      IF frh_statut = "O" THEN
                         COMPUTE WnbOptionsCnc = WnbOptionsCnc + 1
                      ELSE
                         MOVE frh_num TO WnumResaCnc
                         MOVE fseah_idfilm TO WidFilmCnc
                         MOVE frh_placeEnfant TO WenfantCnc
                         MOVE frh_placeAbonne TO WabonneCnc
                         COMPUTE WadulteCnc = frh_place - frh_placeEnfant - frh_placeAbonne
                         MOVE frh_montant TO WmontantCnc
                         PERFORM RETIENT_RESA_CNC
                      END-IF
                   END-IF
              END-READ
         END-READ
      END-PERFORM
      CLOSE fseancesH
      CLOSE freservationH
      CLOSE fpaiements
      *> edition : un bloc par film, une ligne par categorie de tarif
      MOVE 0 TO WtotEntreesCnc
      MOVE 0 TO WtotRecetteCnc
      MOVE 0 TO WtotHtCnc
      MOVE 0 TO WtotTvaCnc
      MOVE 0 TO WtotTsaCnc
      MOVE FUNCTION CONCATENATE("cnc-",WdebutCnc(7:2),WdebutCnc(5:2),WdebutCnc(1:4),".dat") TO Wcncfichier
      OPEN OUTPUT fcnc
      MOVE FUNCTION CONCATENATE("DECLARATION CNC SEMAINE DU ",WdebutCnc(7:2),"/",WdebutCnc(5:2),"/",WdebutCnc(1:4)," AU ",WfinCnc(7:2),"/",WfinCnc(5:2),"/",WfinCnc(1:4)) TO fcnc_ligne
      WRITE cncTampon
      MOVE WtauxTSA TO WtauxTsaEdCnc
      MOVE WtauxTVA TO WtauxTvaEdCnc
      MOVE FUNCTION CONCATENATE("Taux TSA ",WtauxTsaEdCnc," % de la recette HT, taux TVA ",WtauxTvaEdCnc," %") TO fcnc_ligne
      WRITE cncTampon
      OPEN INPUT ffilms
      MOVE 0 TO WiCnc
      PERFORM WITH TEST AFTER UNTIL WiCnc >= WnbFilmsCnc
         COMPUTE WiCnc = WiCnc + 1
         IF WiCnc <= WnbFilmsCnc THEN
            MOVE WidFilmC(WiCnc) TO ff_id
            READ ffilms
              INVALID KEY
                 MOVE SPACES TO ff_titre
              NOT INVALID KEY
                 CONTINUE
            END-READ
            MOVE "========================================" TO fcnc_ligne
            WRITE cncTampon
            MOVE FUNCTION CONCATENATE("FILM ",WidFilmC(WiCnc)," ",ff_titre) TO fcnc_ligne
            WRITE cncTampon
            MOVE 0 TO WentreesFilmCnc
            MOVE 0 TO WrecetteFilmCnc
            MOVE 0 TO WcatCnc
            PERFORM WITH TEST AFTER UNTIL WcatCnc >= 3
               COMPUTE WcatCnc = WcatCnc + 1
               EVALUATE WcatCnc
               WHEN 1
                  MOVE "ADULTE" TO WlibCatCnc
               WHEN 2
                  MOVE "ENFANT" TO WlibCatCnc
               WHEN 3
                  MOVE "ABONNE" TO WlibCatCnc
               END-EVALUATE
               IF WentreesC(WiCnc, WcatCnc) > 0 OR WrecetteC(WiCnc, WcatCnc) > 0 THEN
                  MOVE FUNCTION CONCATENATE("  ",WlibCatCnc," entrees=",WentreesC(WiCnc, WcatCnc)," recette=",WrecetteC(WiCnc, WcatCnc)) TO fcnc_ligne
                  WRITE cncTampon
               END-IF
               COMPUTE WentreesFilmCnc = WentreesFilmCnc + WentreesC(WiCnc, WcatCnc)
               COMPUTE WrecetteFilmCnc = WrecetteFilmCnc + WrecetteC(WiCnc, WcatCnc)
            END-PERFORM
            *> recette TTC -> HT (base de la TSA) et TVA
            COMPUTE WhtCnc ROUNDED = WrecetteFilmCnc * 100 / (100 + WtauxTVA)
            COMPUTE WtvaCnc = WrecetteFilmCnc - WhtCnc
            COMPUTE WtsaCnc ROUNDED = WhtCnc * WtauxTSA / 100
            MOVE WhtCnc TO WhtEdCnc
            MOVE WtvaCnc TO WtvaEdCnc
            MOVE WtsaCnc TO WtsaEdCnc
            MOVE FUNCTION CONCATENATE("  TOTAL FILM entrees=",WentreesFilmCnc," recette TTC=",WrecetteFilmCnc," base TSA (HT)=",WhtEdCnc," TVA=",WtvaEdCnc," TSA=",WtsaEdCnc) TO fcnc_ligne
            WRITE cncTampon
            COMPUTE WtotEntreesCnc = WtotEntreesCnc + WentreesFilmCnc
            COMPUTE WtotRecetteCnc = WtotRecetteCnc + WrecetteFilmCnc
            COMPUTE WtotHtCnc = WtotHtCnc + WhtCnc
            COMPUTE WtotTvaCnc = WtotTvaCnc + WtvaCnc
            COMPUTE WtotTsaCnc = WtotTsaCnc + WtsaCnc
         END-IF
      END-PERFORM
      CLOSE ffilms
      MOVE "========================================" TO fcnc_ligne
      WRITE cncTampon
      MOVE WtotHtCnc TO WhtEdCnc
      MOVE WtotTvaCnc TO WtvaEdCnc
      MOVE WtotTsaCnc TO WtsaEdCnc
      MOVE FUNCTION CONCATENATE("TOTAL SEMAINE entrees=",WtotEntreesCnc," recette TTC=",WtotRecetteCnc," base TSA (HT)=",WhtEdCnc," TVA=",WtvaEdCnc," TSA due=",WtsaEdCnc) TO fcnc_ligne
      WRITE cncTampon
      MOVE FUNCTION CONCATENATE("Exclues : options non confirmees=",WnbOptionsCnc," reservations remboursees=",WnbRembCnc) TO fcnc_ligne
      WRITE cncTampon
      PERFORM CONTROLE_NUMEROTATION_CNC
      CLOSE fcnc
      DISPLAY "Entrées de la semaine      : ",WtotEntreesCnc
      DISPLAY "Recette TTC                : ",WtotRecetteCnc
      DISPLAY "Base TSA (HT)              : ",WhtEdCnc
      DISPLAY "TVA                        : ",WtvaEdCnc
      DISPLAY "TSA due                    : ",WtsaEdCnc
      DISPLAY "Numéros manquants          : ",WnbTrousCnc
      DISPLAY "Numéros réutilisés         : ",WnbReutilCnc
      DISPLAY "Déclaration écrite dans ",Wcncfichier
      MOVE "DECLARATION_CNC" TO Wjtype
      MOVE FUNCTION CONCATENATE(WdebutCnc,"-",WfinCnc) TO Wjcle
      MOVE SPACES TO Wjavant
      MOVE FUNCTION CONCATENATE("entrees=",WtotEntreesCnc," recette=",WtotRecetteCnc," tsa=",WtsaEdCnc," trous=",WnbTrousCnc," reutilises=",WnbReutilCnc) TO Wjapres
      PERFORM ECRIT_JOURNAL
      DISPLAY "----------------- FIN déclaration hebdomadaire CNC ---------------".

    *> GERE_ARTICLE : crée un article de confiserie (le stock initial entre en livraison) ou corrige le libellé, le prix et le seuil d'alerte d'un article existant
    GERE_ARTICLE.
      DISPLAY "----------------- DEBUT gestion article confiserie ---------------"
      DISPLAY "Saisir le numéro de l'article"
      ACCEPT WnumArticle
      OPEN I-O farticles
      MOVE WnumArticle TO fart_num
      READ farticles
        INVALID KEY
          DISPLAY "Article inconnu, création"
          MOVE WnumArticle TO fart_num
          PERFORM WITH TEST AFTER UNTIL fart_libelle NOT = SPACES
             DISPLAY "Saisir le libellé de l'article"
             ACCEPT fart_libelle
          END-PERFORM
          PERFORM WITH TEST AFTER UNTIL fart_prix >= 1
             DISPLAY "Saisir le prix de vente"
             ACCEPT fart_prix
          END-PERFORM
          DISPLAY "Saisir le stock initial"
          ACCEPT fart_stock
          DISPLAY "Saisir le seuil de réassort"
          ACCEPT fart_seuil
          WRITE articleTampon
          END-WRITE
          IF fart_stat = 00 THEN
             DISPLAY "Article créé"
             *> le stock initial entre comme une livraison, pour que
             *> les mouvements expliquent tout le stock
             IF fart_stock > 0 THEN
                MOVE fart_num TO WartMvt
                MOVE "L" TO WtypeMvt
                MOVE "+" TO WsensMvt
                MOVE fart_stock TO WqteMvt
                MOVE "STOCK INITIAL" TO WmotifMvt
                MOVE 0 TO WticketMvt
                MOVE fart_stock TO WstockMvt
                MOVE fart_prix TO WprixMvt
                PERFORM ECRIT_MVT_STOCK
             END-IF
             MOVE "AJOUT_ARTICLE" TO Wjtype
             MOVE fart_num TO Wjcle
             MOVE SPACES TO Wjavant
             MOVE FUNCTION CONCATENATE(fart_libelle," prix=",fart_prix," stock=",fart_stock," seuil=",fart_seuil) TO Wjapres
             PERFORM ECRIT_JOURNAL
          ELSE
             DISPLAY "Erreur création article, code ",fart_stat
          END-IF
        NOT INVALID KEY
          MOVE FUNCTION CONCATENATE(fart_libelle," prix=",fart_prix," stock=",fart_stock," seuil=",fart_seuil) TO Wjavant
          DISPLAY "Libellé actuel : ",fart_libelle
          DISPLAY "Nouveau libellé (identique si inchangé)"
          ACCEPT fart_libelle
          DISPLAY "Prix actuel : ",fart_prix
          DISPLAY "Nouveau prix (identique si inchangé)"
          ACCEPT fart_prix
          *> le stock ne bouge que par les mouvements (livraison,
          *> casse, inventaire, vente)
          DISPLAY "Stock actuel : ",fart_stock," (modifiable par mouvement de stock ou inventaire)"
          DISPLAY "Seuil actuel : ",fart_seuil
          DISPLAY "Nouveau seuil (identique si inchangé)"
          ACCEPT fart_seuil
          REWRITE articleTampon
          IF fart_stat = 00 THEN
             DISPLAY "Article mis à jour"
             MOVE "MODIFIER_ARTICLE" TO Wjtype
             MOVE fart_num TO Wjcle
             MOVE FUNCTION CONCATENATE(fart_libelle," prix=",fart_prix," stock=",fart_stock," seuil=",fart_seuil) TO Wjapres
             PERFORM ECRIT_JOURNAL
          ELSE
             DISPLAY "Erreur mise à jour article, code ",fart_stat
          END-IF
      END-READ
      CLOSE farticles
      DISPLAY "----------------- FIN gestion article confiserie ---------------".

    *> PROCHAIN_NUM_VENTE : renvoie dans WprochainVente le premier numéro de ligne de vente libre (fventes deja ouvert par l'appelant)
    PROCHAIN_NUM_VENTE.
      MOVE 0 TO WprochainVente
      MOVE 0 TO fv_num
      MOVE 0 TO Wfin
      START fventes KEY IS NOT LESS THAN fv_num
        INVALID KEY
          MOVE 1 TO Wfin
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fventes NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              IF fv_num > WprochainVente THEN
                 MOVE fv_num TO WprochainVente
              END-IF
         END-READ
      END-PERFORM
      COMPUTE WprochainVente = WprochainVente + 1.

    *> VENTE_CONFISERIE : point de vente confiserie, enregistre un ticket (articles, quantités) dans ventes.dat avec son moyen de paiement E/C/Q et décrémente les stocks ; un chèque cinéma passe par le même contrôle de solde que la billetterie
    VENTE_CONFISERIE.
      DISPLAY "----------------- DEBUT vente confiserie ---------------"
      MOVE 0 TO WnbLigneTicket
      MOVE 0 TO WmontantTicket
      OPEN I-O farticles
      MOVE 1 TO WnumArticle
      PERFORM WITH TEST AFTER UNTIL WnumArticle = 0 OR WnbLigneTicket >= 20
         DISPLAY "Saisir le numéro de l'article (0 pour terminer le ticket)"
         ACCEPT WnumArticle
         IF WnumArticle NOT = 0 THEN
            MOVE WnumArticle TO fart_num
            READ farticles
              INVALID KEY
                 DISPLAY "Article inconnu"
              NOT INVALID KEY
                 DISPLAY fart_libelle," prix ",fart_prix," stock ",fart_stock
                 MOVE 0 TO WquantiteV
                 PERFORM WITH TEST AFTER UNTIL WquantiteV >= 1
                    DISPLAY "Saisir la quantité"
                    ACCEPT WquantiteV
                 END-PERFORM
                 IF WquantiteV > fart_stock THEN
                    DISPLAY "Stock insuffisant, il reste ",fart_stock
                 ELSE
                    COMPUTE fart_stock = fart_stock - WquantiteV
                    REWRITE articleTampon
                    IF fart_stat = 00 THEN
                       COMPUTE WnbLigneTicket = WnbLigneTicket + 1
                       MOVE WnumArticle TO WartT(WnbLigneTicket)
                       MOVE WquantiteV TO WqteT(WnbLigneTicket)
                       COMPUTE WmontT(WnbLigneTicket) = WquantiteV * fart_prix
                       MOVE fart_stock TO WstockT(WnbLigneTicket)
                       MOVE fart_prix TO WprixT(WnbLigneTicket)
                       COMPUTE WmontantTicket = WmontantTicket + WmontT(WnbLigneTicket)
                       IF fart_stock <= fart_seuil THEN
                          DISPLAY "Attention : stock sous le seuil de réassort (",fart_stock,"/",fart_seuil,")"
                       END-IF
                    ELSE
                       DISPLAY "Erreur mise à jour du stock, code ",fart_stat
                    END-IF
                 END-IF
            END-READ
         END-IF
      END-PERFORM
      CLOSE farticles
      IF WnbLigneTicket = 0 THEN
         DISPLAY "Ticket vide, aucune vente enregistrée"
      ELSE
         DISPLAY "Montant du ticket : ",WmontantTicket
         MOVE WmontantTicket TO WmontantR
         MOVE SPACE TO WmoyenP
         PERFORM WITH TEST AFTER UNTIL WmoyenP = "E" OR = "C" OR = "Q"
            DISPLAY "Moyen de paiement (E=espèces, C=carte, Q=chèque cinéma)"
            ACCEPT WmoyenP
            IF WmoyenP = "Q" THEN
               PERFORM SAISIE_CHEQUE
               IF WchequeOk = 0 THEN
                  MOVE SPACE TO WmoyenP
               END-IF
            END-IF
         END-PERFORM
         OPEN I-O fventes
         PERFORM PROCHAIN_NUM_VENTE
         MOVE WprochainVente TO WticketV
         MOVE 0 TO WiTicket
         PERFORM WITH TEST AFTER UNTIL WiTicket >= WnbLigneTicket
            COMPUTE WiTicket = WiTicket + 1
            MOVE WprochainVente TO fv_num
            MOVE WticketV TO fv_ticket
            MOVE FUNCTION CURRENT-DATE(1:8) TO fv_date
            MOVE WartT(WiTicket) TO fv_numarticle
            MOVE WqteT(WiTicket) TO fv_quantite
            MOVE WmoyenP TO fv_moyen
            MOVE WmontT(WiTicket) TO fv_montant
            WRITE venteTampon
            END-WRITE
            IF fv_stat NOT = 00 THEN
               DISPLAY "Erreur enregistrement vente, code ",fv_stat
            END-IF
            COMPUTE WprochainVente = WprochainVente + 1
         END-PERFORM
         CLOSE fventes
         *> chaque ligne du ticket sort du stock par un mouvement de
         *> vente
         MOVE 0 TO WiTicket
         PERFORM WITH TEST AFTER UNTIL WiTicket >= WnbLigneTicket
            COMPUTE WiTicket = WiTicket + 1
            MOVE WartT(WiTicket) TO WartMvt
            MOVE "V" TO WtypeMvt
            MOVE "-" TO WsensMvt
            MOVE WqteT(WiTicket) TO WqteMvt
            MOVE "VENTE" TO WmotifMvt
            MOVE WticketV TO WticketMvt
            MOVE WstockT(WiTicket) TO WstockMvt
            MOVE WprixT(WiTicket) TO WprixMvt
            PERFORM ECRIT_MVT_STOCK
         END-PERFORM
         DISPLAY "Ticket ",WticketV," enregistré, ",WnbLigneTicket," ligne(s), montant ",WmontantTicket
         MOVE "VENTE_CONFISERIE" TO Wjtype
         MOVE WticketV TO Wjcle
         MOVE SPACES TO Wjavant
         MOVE FUNCTION CONCATENATE("lignes=",WnbLigneTicket," moyen=",WmoyenP," montant=",WmontantTicket) TO Wjapres
         PERFORM ECRIT_JOURNAL
      END-IF
      DISPLAY "----------------- FIN vente confiserie ---------------".

    *> ETAT_STOCK_CONFISERIE : liste dans stock-etat.dat les articles dont le stock est au seuil de réassort ou en dessous, pour préparer les commandes fournisseur
    ETAT_STOCK_CONFISERIE.
      DISPLAY "----------------- DEBUT état des stocks confiserie ---------------"
      MOVE 0 TO WnbSousSeuil
      MOVE FUNCTION CURRENT-DATE(1:8) TO Waujourdhui
      OPEN OUTPUT fetatstock
      MOVE FUNCTION CONCATENATE("STOCKS CONFISERIE SOUS SEUIL AU ",Waujourdhui) TO fes_ligne
      WRITE etatstockTampon
      OPEN INPUT farticles
      MOVE 0 TO Wfin
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ farticles NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              IF fart_stock <= fart_seuil THEN
                 COMPUTE WnbSousSeuil = WnbSousSeuil + 1
                 MOVE FUNCTION CONCATENATE("REASSORT no=",fart_num," ",fart_libelle," stock=",fart_stock," seuil=",fart_seuil) TO fes_ligne
                 WRITE etatstockTampon
                 DISPLAY "Article ",fart_num," ",fart_libelle," : stock ",fart_stock," (seuil ",fart_seuil,")"
              END-IF
         END-READ
      END-PERFORM
      CLOSE farticles
      MOVE FUNCTION CONCATENATE("TOTAL articles sous seuil=",WnbSousSeuil) TO fes_ligne
      WRITE etatstockTampon
      CLOSE fetatstock
      DISPLAY "Articles sous seuil : ",WnbSousSeuil
      DISPLAY "Etat écrit dans stock-etat.dat"
      DISPLAY "----------------- FIN état des stocks confiserie ---------------".

    *> ECRIT_MVT_STOCK : ajoute un mouvement de stock confiserie daté du jour (WartMvt, WtypeMvt, WsensMvt, WqteMvt, WmotifMvt, WticketMvt, WstockMvt et WprixMvt déjà renseignés par l'appelant), valorisé au prix de vente
    ECRIT_MVT_STOCK.
      OPEN I-O fmvtstock
      MOVE 0 TO WprochainMvtStock
      MOVE 0 TO fms_num
      MOVE 0 TO WfinMvt
      START fmvtstock KEY IS NOT LESS THAN fms_num
        INVALID KEY
          MOVE 1 TO WfinMvt
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinMvt = 1
         READ fmvtstock NEXT
           AT END
              MOVE 1 TO WfinMvt
           NOT AT END
              IF fms_num > WprochainMvtStock THEN
                 MOVE fms_num TO WprochainMvtStock
              END-IF
         END-READ
      END-PERFORM
      COMPUTE WprochainMvtStock = WprochainMvtStock + 1
      MOVE WprochainMvtStock TO fms_num
      MOVE WartMvt TO fms_numarticle
      MOVE FUNCTION CURRENT-DATE(1:8) TO fms_date
      MOVE WtypeMvt TO fms_type
      MOVE WsensMvt TO fms_sens
      MOVE WqteMvt TO fms_quantite
      MOVE WmotifMvt TO fms_motif
      MOVE WticketMvt TO fms_ticket
      MOVE WstockMvt TO fms_stockapres
      COMPUTE fms_valeur = WqteMvt * WprixMvt
      WRITE mvtstockTampon
      END-WRITE
      IF fms_stat NOT = 00 THEN
         DISPLAY "Erreur enregistrement mouvement de stock, code ",fms_stat
      END-IF
      CLOSE fmvtstock.

    *> MOUVEMENT_STOCK : enregistre une livraison reçue ou une sortie pour casse / péremption sur un article, avec son motif, et met le stock à jour
    MOUVEMENT_STOCK.
      DISPLAY "----------------- DEBUT mouvement de stock confiserie ---------------"
      DISPLAY "Saisir le numéro de l'article"
      ACCEPT WnumArticle
      OPEN I-O farticles
      MOVE WnumArticle TO fart_num
      READ farticles
        INVALID KEY
          DISPLAY "Article inconnu"
        NOT INVALID KEY
          DISPLAY fart_libelle," prix ",fart_prix," stock ",fart_stock
          MOVE SPACE TO WtypeMvt
          PERFORM WITH TEST AFTER UNTIL WtypeMvt = "L" OR WtypeMvt = "C"
             DISPLAY "Type de mouvement (L=livraison reçue, C=casse / périmé)"
             ACCEPT WtypeMvt
          END-PERFORM
          MOVE 0 TO WqteMvt
          PERFORM WITH TEST AFTER UNTIL WqteMvt >= 1
             DISPLAY "Saisir la quantité"
             ACCEPT WqteMvt
          END-PERFORM
          IF WtypeMvt = "C" AND WqteMvt > fart_stock THEN
             DISPLAY "Sortie impossible, le stock n'est que de ",fart_stock
          ELSE
             MOVE SPACES TO WmotifMvt
             PERFORM WITH TEST AFTER UNTIL WmotifMvt NOT = SPACES
                DISPLAY "Saisir le motif (bon de livraison, cause de la casse...)"
                ACCEPT WmotifMvt
             END-PERFORM
             MOVE FUNCTION CONCATENATE("stock=",fart_stock) TO Wjavant
             IF WtypeMvt = "L" THEN
                MOVE "+" TO WsensMvt
                COMPUTE fart_stock = fart_stock + WqteMvt
             ELSE
                MOVE "-" TO WsensMvt
                COMPUTE fart_stock = fart_stock - WqteMvt
             END-IF
             REWRITE articleTampon
             IF fart_stat = 00 THEN
                MOVE fart_num TO WartMvt
                MOVE 0 TO WticketMvt
                MOVE fart_stock TO WstockMvt
                MOVE fart_prix TO WprixMvt
                PERFORM ECRIT_MVT_STOCK
                DISPLAY "Mouvement enregistré, nouveau stock ",fart_stock
                MOVE "MOUVEMENT_STOCK" TO Wjtype
                MOVE fart_num TO Wjcle
                MOVE FUNCTION CONCATENATE("type=",WtypeMvt," quantite=",WqteMvt," motif=",WmotifMvt," stock=",fart_stock) TO Wjapres
                PERFORM ECRIT_JOURNAL
                IF fart_stock <= fart_seuil THEN
                   DISPLAY "Attention : stock sous le seuil de réassort (",fart_stock,"/",fart_seuil,")"
                END-IF
             ELSE
                DISPLAY "Erreur mise à jour du stock, code ",fart_stat
             END-IF
          END-IF
      END-READ
      CLOSE farticles
      DISPLAY "----------------- FIN mouvement de stock confiserie ---------------".

    *> CUMULE_CASSE_ARTICLE : cumule dans WcasseInv/WvaleurCasseInv les sorties pour casse / péremption de l'article fart_num depuis son dernier inventaire (démarque connue)
    CUMULE_CASSE_ARTICLE.
      MOVE 0 TO WcasseInv
      MOVE 0 TO WvaleurCasseInv
      OPEN INPUT fmvtstock
      MOVE fart_num TO fms_numarticle
      MOVE 0 TO WfinMvt
      START fmvtstock KEY = fms_numarticle
        INVALID KEY
          MOVE 1 TO WfinMvt
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinMvt = 1
         READ fmvtstock NEXT
           AT END
              MOVE 1 TO WfinMvt
           NOT AT END
              IF fms_numarticle <> fart_num THEN
                 MOVE 1 TO WfinMvt
              ELSE
                 EVALUATE fms_type
                 WHEN "I"
                    MOVE 0 TO WcasseInv
                    MOVE 0 TO WvaleurCasseInv
                 WHEN "C"
                    COMPUTE WcasseInv = WcasseInv + fms_quantite
                    COMPUTE WvaleurCasseInv = WvaleurCasseInv + fms_valeur
                 END-EVALUATE
              END-IF
         END-READ
      END-PERFORM
      CLOSE fmvtstock.

    *> INVENTAIRE_CONFISERIE : saisie de la quantité comptée de chaque article, écart avec le stock théorique passé en mouvement d'inventaire et valorisé au prix de vente (démarque), compte rendu inventaire-JJMMAAAA.dat pour le comptable
    INVENTAIRE_CONFISERIE.
      DISPLAY "----------------- DEBUT inventaire physique confiserie ---------------"
      MOVE 0 TO WnbArticlesInv
      MOVE 0 TO WnbEcartsInv
      MOVE 0 TO WdemarqueInv
      MOVE 0 TO WsurplusInv
      MOVE 0 TO WtotalCasseInv
      MOVE 0 TO WtotalStockInv
      MOVE FUNCTION CURRENT-DATE(1:8) TO Waujourdhui
      MOVE FUNCTION CONCATENATE("inventaire-",Waujourdhui(7:2),Waujourdhui(5:2),Waujourdhui(1:4),".dat") TO Winventairefichier
      OPEN OUTPUT finventaire
      MOVE FUNCTION CONCATENATE("INVENTAIRE PHYSIQUE CONFISERIE DU ",Waujourdhui(7:2),"/",Waujourdhui(5:2),"/",Waujourdhui(1:4)) TO finv_ligne
      WRITE inventaireTampon
      OPEN I-O farticles
      MOVE 0 TO Wfin
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ farticles NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              COMPUTE WnbArticlesInv = WnbArticlesInv + 1
              DISPLAY "Article ",fart_num," ",fart_libelle," stock théorique ",fart_stock
              MOVE 0 TO reponse
              PERFORM WITH TEST AFTER UNTIL reponse = 1
                 DISPLAY "Saisir la quantité comptée"
                 ACCEPT WcompteInv
                 IF WcompteInv = fart_stock THEN
                    MOVE 1 TO reponse
                 ELSE
                    COMPUTE WecartInv = WcompteInv - fart_stock
                    DISPLAY "Ecart de ",WecartInv," : 1 pour confirmer, 0 pour recompter"
                    ACCEPT reponse
                 END-IF
              END-PERFORM
              *> casse deja declaree depuis le dernier inventaire
              PERFORM CUMULE_CASSE_ARTICLE
              COMPUTE WecartInv = WcompteInv - fart_stock
              COMPUTE WvaleurEcartInv = WecartInv * fart_prix
              IF WecartInv < 0 THEN
                 COMPUTE WnbEcartsInv = WnbEcartsInv + 1
                 COMPUTE WdemarqueInv = WdemarqueInv - WvaleurEcartInv
                 MOVE "-" TO WsensMvt
                 COMPUTE WqteMvt = 0 - WecartInv
              ELSE
                 IF WecartInv > 0 THEN
                    COMPUTE WnbEcartsInv = WnbEcartsInv + 1
                    COMPUTE WsurplusInv = WsurplusInv + WvaleurEcartInv
                 END-IF
                 MOVE "+" TO WsensMvt
                 MOVE WecartInv TO WqteMvt
              END-IF
              MOVE FUNCTION CONCATENATE("no=",fart_num," ",fart_libelle," theorique=",fart_stock," compte=",WcompteInv," ecart=",WecartInv," valeur=",WvaleurEcartInv," casse declaree=",WcasseInv," valeur=",WvaleurCasseInv) TO finv_ligne
              WRITE inventaireTampon
              COMPUTE WtotalCasseInv = WtotalCasseInv + WvaleurCasseInv
              COMPUTE WtotalStockInv = WtotalStockInv + WcompteInv * fart_prix
              *> le mouvement d'inventaire est ecrit meme sans ecart :
              *> il date le dernier comptage de l'article
              MOVE FUNCTION CONCATENATE("stock=",fart_stock) TO Wjavant
              MOVE WcompteInv TO fart_stock
              REWRITE articleTampon
              IF fart_stat = 00 THEN
                 MOVE fart_num TO WartMvt
                 MOVE "I" TO WtypeMvt
                 MOVE "INVENTAIRE PHYSIQUE" TO WmotifMvt
                 MOVE 0 TO WticketMvt
                 MOVE fart_stock TO WstockMvt
                 MOVE fart_prix TO WprixMvt
                 PERFORM ECRIT_MVT_STOCK
                 IF WecartInv NOT = 0 THEN
                    MOVE "AJUSTE_STOCK_INVENTAIRE" TO Wjtype
                    MOVE fart_num TO Wjcle
                    MOVE FUNCTION CONCATENATE("stock=",fart_stock," ecart=",WecartInv," valeur=",WvaleurEcartInv) TO Wjapres
                    PERFORM ECRIT_JOURNAL
                 END-IF
              ELSE
                 DISPLAY "Erreur mise à jour du stock, code ",fart_stat
              END-IF
         END-READ
      END-PERFORM
      CLOSE farticles
      MOVE FUNCTION CONCATENATE("TOTAL articles=",WnbArticlesInv," en ecart=",WnbEcartsInv) TO finv_ligne
      WRITE inventaireTampon
      MOVE FUNCTION CONCATENATE("DEMARQUE INCONNUE (manquants)=",WdemarqueInv," SURPLUS=",WsurplusInv) TO finv_ligne
      WRITE inventaireTampon
      MOVE FUNCTION CONCATENATE("DEMARQUE CONNUE (casse et perimes depuis le dernier inventaire)=",WtotalCasseInv) TO finv_ligne
      WRITE inventaireTampon
      MOVE FUNCTION CONCATENATE("VALEUR DU STOCK COMPTE AU PRIX DE VENTE=",WtotalStockInv) TO finv_ligne
      WRITE inventaireTampon
      CLOSE finventaire
      DISPLAY "Articles inventoriés       : ",WnbArticlesInv
      DISPLAY "Articles en écart          : ",WnbEcartsInv
      DISPLAY "Démarque inconnue          : ",WdemarqueInv
      DISPLAY "Surplus                    : ",WsurplusInv
      DISPLAY "Démarque connue (casse)    : ",WtotalCasseInv
      DISPLAY "Inventaire écrit dans ",Winventairefichier
      MOVE "INVENTAIRE_CONFISERIE" TO Wjtype
      MOVE Waujourdhui TO Wjcle
      MOVE SPACES TO Wjavant
      MOVE FUNCTION CONCATENATE("articles=",WnbArticlesInv," ecarts=",WnbEcartsInv," demarque=",WdemarqueInv," surplus=",WsurplusInv) TO Wjapres
      PERFORM ECRIT_JOURNAL
      DISPLAY "----------------- FIN inventaire physique confiserie ---------------".

    *> CLOTURE_CAISSE : totalise les mouvements de fpaiements d'une journée par moyen de paiement (net des remboursements), rapproche le tout du montant théorique des réservations du jour comme le calcule MONTANT_JOURNALIER, puis présente la caisse confiserie (fventes) et le total tiroir
    CLOTURE_CAISSE.
      DISPLAY "----------------- DEBUT clôture de caisse ---------------"
      DISPLAY "Saisir la date de la journée à clôturer sous le format JJMMYYYY"
      ACCEPT fsea_date
      MOVE fsea_jour TO WjourS
      MOVE fsea_mois TO WmoisS
      MOVE fsea_annee TO WanneS
      PERFORM CLOTURE_CAISSE_JOUR
      DISPLAY "----------------- FIN clôture de caisse ---------------".

    *> CLOTURE_CAISSE_JOUR : corps de la clôture pour la journée WjourS/WmoisS/WanneS, appelé par l'écran de clôture et par la fin de journée (qui prend la date du jour sans saisie)
    CLOTURE_CAISSE_JOUR.
      MOVE FUNCTION CONCATENATE(WanneS,WmoisS,WjourS) TO Wdatejour
      MOVE 0 TO WtotalEspece
      MOVE 0 TO WtotalCarte
      MOVE 0 TO WtotalCheque
      MOVE 0 TO WtotalWeb
      MOVE 0 TO WtotalAttente
      MOVE 0 TO WtotalRembourse
      OPEN INPUT fpaiements
      MOVE Wdatejour TO fp_date
      MOVE 0 TO Wfin
      START fpaiements KEY = fp_date
        INVALID KEY
          MOVE 1 TO Wfin
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fpaiements NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              IF fp_date <> Wdatejour THEN
                 MOVE 1 TO Wfin
              ELSE
                 EVALUATE fp_statut
                 WHEN "P"
                    EVALUATE fp_moyen
                    WHEN "E"
                       COMPUTE WtotalEspece = WtotalEspece + fp_montant
                    WHEN "C"
                       COMPUTE WtotalCarte = WtotalCarte + fp_montant
                    WHEN "Q"
                       COMPUTE WtotalCheque = WtotalCheque + fp_montant
                    WHEN "W"
                       COMPUTE WtotalWeb = WtotalWeb + fp_montant
                    END-EVALUATE
                 WHEN "A"
                    COMPUTE WtotalAttente = WtotalAttente + fp_montant
                 WHEN "R"
                    COMPUTE WtotalRembourse = WtotalRembourse + fp_montant
                    EVALUATE fp_moyen
                    WHEN "E"
                       COMPUTE WtotalEspece = WtotalEspece - fp_montant
                    WHEN "C"
                       COMPUTE WtotalCarte = WtotalCarte - fp_montant
                    WHEN "Q"
                       COMPUTE WtotalCheque = WtotalCheque - fp_montant
                    WHEN "W"
                       COMPUTE WtotalWeb = WtotalWeb - fp_montant
                    END-EVALUATE
                 END-EVALUATE
              END-IF
         END-READ
      END-PERFORM
      CLOSE fpaiements
      *> nota : un remboursement fait le jour J d'un encaissement de la
      *> veille sort bien du tiroir du jour J, d'ou les totaux signés
      COMPUTE WtotalEncaisse = WtotalEspece + WtotalCarte + WtotalCheque
      *> la confiserie tient sa propre caisse dans fventes : elle est
      *> rapprochee separement puis ajoutee au total tiroir
      MOVE 0 TO WtotalConfE
      MOVE 0 TO WtotalConfC
      MOVE 0 TO WtotalConfQ
      OPEN INPUT fventes
      MOVE Wdatejour TO fv_date
      MOVE 0 TO Wfin
      START fventes KEY = fv_date
        INVALID KEY
          MOVE 1 TO Wfin
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fventes NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              IF fv_date <> Wdatejour THEN
                 MOVE 1 TO Wfin
              ELSE
                 EVALUATE fv_moyen
                 WHEN "E"
                    COMPUTE WtotalConfE = WtotalConfE + fv_montant
                 WHEN "C"
                    COMPUTE WtotalConfC = WtotalConfC + fv_montant
                 WHEN "Q"
                    COMPUTE WtotalConfQ = WtotalConfQ + fv_montant
                 END-EVALUATE
              END-IF
         END-READ
      END-PERFORM
      CLOSE fventes
      COMPUTE WtotalConfiserie = WtotalConfE + WtotalConfC + WtotalConfQ
      *> montant theorique : la somme des reservations des seances du
      *> jour, le meme calcul que MONTANT_JOURNALIER sans l'export
      MOVE 0 TO WtotalTheorique
      MOVE WjourS TO fsea_jour
      MOVE WmoisS TO fsea_mois
      MOVE WanneS TO fsea_annee
      OPEN INPUT fseances
      OPEN INPUT freservation
      START fseances KEY = fsea_date
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE 0 TO Wfin
          PERFORM WITH TEST AFTER UNTIL Wfin = 1
             READ fseances NEXT
               AT END
                  MOVE 1 TO Wfin
               NOT AT END
                  IF WjourS <> fsea_jour OR WmoisS <> fsea_mois OR WanneS <> fsea_annee THEN
                     MOVE 1 TO Wfin
                  ELSE
                     MOVE fsea_id TO fr_idseance
                     START freservation KEY = fr_idseance
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE 0 TO WfinR
                          PERFORM WITH TEST AFTER UNTIL WfinR = 1
                             READ freservation NEXT
                               AT END
                                  MOVE 1 TO WfinR
                               NOT AT END
                                  IF fr_idseance <> fsea_id THEN
                                     MOVE 1 TO WfinR
                                  ELSE
                                     IF fr_statut NOT = "O" THEN
                                        COMPUTE WtotalTheorique = WtotalTheorique + fr_montant
                                     END-IF
                                  END-IF
                             END-READ
                          END-PERFORM
                     END-START
                  END-IF
             END-READ
          END-PERFORM
      END-START
      CLOSE freservation
      CLOSE fseances
      *> les ventes web sont reglees au partenaire : elles entrent dans
      *> le rapprochement des reservations mais jamais dans le tiroir
      COMPUTE WecartCaisse = WtotalEncaisse + WtotalAttente + WtotalWeb - WtotalTheorique
      COMPUTE WtotalTiroir = WtotalEncaisse + WtotalConfiserie
      DISPLAY "Clôture de caisse du ",WjourS,"/",WmoisS,"/",WanneS
      DISPLAY "--- Billetterie ---"
      DISPLAY "Espèces (net remboursements)       : ",WtotalEspece
      DISPLAY "Carte (net remboursements)         : ",WtotalCarte
      DISPLAY "Chèques cinéma (net remboursements): ",WtotalCheque
      DISPLAY "Total encaissé net                 : ",WtotalEncaisse
      DISPLAY "Ventes web (hors tiroir)           : ",WtotalWeb
      DISPLAY "Paiements en attente               : ",WtotalAttente
      DISPLAY "Remboursements de la journée       : ",WtotalRembourse
      DISPLAY "Montant théorique des réservations : ",WtotalTheorique
      DISPLAY "Ecart billetterie (encaissé+web+attente-théorique) : ",WecartCaisse
      DISPLAY "--- Confiserie ---"
      DISPLAY "Espèces                            : ",WtotalConfE
      DISPLAY "Carte                              : ",WtotalConfC
      DISPLAY "Chèques cinéma                     : ",WtotalConfQ
      DISPLAY "Total confiserie                   : ",WtotalConfiserie
      DISPLAY "--- Tiroir ---"
      DISPLAY "Total tiroir (billetterie+confiserie) : ",WtotalTiroir
      MOVE "CLOTURE_CAISSE" TO Wjtype
      MOVE Wdatejour TO Wjcle
      MOVE SPACES TO Wjavant
      MOVE FUNCTION CONCATENATE("encaisse=",WtotalEncaisse," web=",WtotalWeb," attente=",WtotalAttente," rembourse=",WtotalRembourse," theorique=",WtotalTheorique," confiserie=",WtotalConfiserie," tiroir=",WtotalTiroir) TO Wjapres
      PERFORM ECRIT_JOURNAL.

    *> ARCHIVE_SEANCES : traitement de fin de periode, deplace les seances jouees avant une date de coupure (avec leurs reservations et leurs plans de salle) vers les fichiers d'archive puis les purge des fichiers vivants ; relancable apres interruption : une ecriture en double (statut 22) signifie deja archive et la purge reprend ou elle s'etait arretee ; les totaux de fstats ne sont pas touches
    ARCHIVE_SEANCES.
      DISPLAY "----------------- DEBUT archivage des séances ---------------"
      MOVE 0 TO Wdaterechercheok
      PERFORM WITH TEST AFTER UNTIL Wdaterechercheok = 1
         DISPLAY "Saisir la date de coupure au format jjmmaaaa"
         DISPLAY "(les séances strictement antérieures seront archivées)"
         ACCEPT WdateCoupure
         MOVE FUNCTION CONCATENATE(WanneeCoupure,WmoisCoupure,WjourCoupure) TO Wdate
         IF FUNCTION TEST-DATE-YYYYMMDD(Wdate) = 00000000 THEN
            MOVE 1 TO Wdaterechercheok
         ELSE
            DISPLAY "La date saisie n'est pas correcte"
         END-IF
      END-PERFORM
      MOVE FUNCTION CONCATENATE(WanneeCoupure,WmoisCoupure,WjourCoupure) TO Wtampon
      MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WcoupureInt
      PERFORM ARCHIVE_AVANT_COUPURE
      DISPLAY "----------------- FIN archivage des séances ---------------".

    *> ARCHIVE_AVANT_COUPURE : corps de l'archivage des séances strictement antérieures à WcoupureInt (Wdate déjà positionné pour le journal), appelé par l'écran d'archivage et par la fin de journée
    ARCHIVE_AVANT_COUPURE.
      MOVE 0 TO WnbArchSeance
      MOVE 0 TO WnbArchResa
      MOVE 0 TO WnbArchSiege
      MOVE 0 TO WnbPurgeAttente
      MOVE 0 TO WnbPurgePointage
      OPEN I-O fseances
      OPEN I-O freservation
      OPEN I-O fsieges
      OPEN I-O fattente
      OPEN I-O fpointage
      OPEN I-O fseancesH
      OPEN I-O freservationH
      OPEN I-O fsiegesH
      OPEN I-O fpointageH
      MOVE 0 TO fsea_id
      MOVE 0 TO WfinArchive
      START fseances KEY IS NOT LESS THAN fsea_id
        INVALID KEY
          MOVE 1 TO WfinArchive
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinArchive = 1
         READ fseances NEXT
           AT END
              MOVE 1 TO WfinArchive
           NOT AT END
              MOVE FUNCTION CONCATENATE(fsea_annee,fsea_mois,fsea_jour) TO Wtampon
              MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WseanceInt
              IF WseanceInt < WcoupureInt THEN
                 *> les reservations de la seance
                 MOVE fsea_id TO fr_idseance
                 MOVE 0 TO WfinArchResa
                 START freservation KEY = fr_idseance
                   INVALID KEY
                     MOVE 1 TO WfinArchResa
                   NOT INVALID KEY
                     CONTINUE
                 END-START
                 PERFORM WITH TEST AFTER UNTIL WfinArchResa = 1
                    READ freservation NEXT
                      AT END
                         MOVE 1 TO WfinArchResa
                      NOT AT END
                         IF fr_idseance <> fsea_id THEN
                            MOVE 1 TO WfinArchResa
                         ELSE
                            MOVE reserTampon TO reserHTampon
                            WRITE reserHTampon
                            END-WRITE
                            IF frh_stat = 00 OR frh_stat = 22 THEN
                               DELETE freservation RECORD
                               COMPUTE WnbArchResa = WnbArchResa + 1
                            ELSE
                               DISPLAY "Erreur archivage réservation ",fr_num," code ",frh_stat
                            END-IF
                         END-IF
                    END-READ
                 END-PERFORM
                 *> le plan de salle de la seance
                 MOVE fsea_id TO fsi_idseance
                 MOVE 0 TO WfinArchSiege
                 START fsieges KEY = fsi_idseance
                   INVALID KEY
                     MOVE 1 TO WfinArchSiege
                   NOT INVALID KEY
                     CONTINUE
                 END-START
                 PERFORM WITH TEST AFTER UNTIL WfinArchSiege = 1
                    READ fsieges NEXT
                      AT END
                         MOVE 1 TO WfinArchSiege
                      NOT AT END
                         IF fsi_idseance <> fsea_id THEN
                            MOVE 1 TO WfinArchSiege
                         ELSE
                            MOVE siegeTampon TO siegeHTampon
                            WRITE siegeHTampon
                            END-WRITE
                            IF fsih_stat = 00 OR fsih_stat = 22 THEN
                               DELETE fsieges RECORD
                               COMPUTE WnbArchSiege = WnbArchSiege + 1
                            ELSE
                               DISPLAY "Erreur archivage siège, code ",fsih_stat
                            END-IF
                         END-IF
                    END-READ
                 END-PERFORM
                 *> la liste d'attente d'une seance jouee n'a plus
                 *> d'objet : purgee sans etre archivee
                 MOVE fsea_id TO fa_idseance
                 MOVE 0 TO WfinArchAttente
                 START fattente KEY = fa_idseance
                   INVALID KEY
                     MOVE 1 TO WfinArchAttente
                   NOT INVALID KEY
                     CONTINUE
                 END-START
                 PERFORM WITH TEST AFTER UNTIL WfinArchAttente = 1
                    READ fattente NEXT
                      AT END
                         MOVE 1 TO WfinArchAttente
                      NOT AT END
                         IF fa_idseance <> fsea_id THEN
                            MOVE 1 TO WfinArchAttente
                         ELSE
                            DELETE fattente RECORD
                            COMPUTE WnbPurgeAttente = WnbPurgeAttente + 1
                         END-IF
                    END-READ
                 END-PERFORM
                 *> le pointage d'entree d'une seance jouee a fait son
                 *> office : il passe en archive (base des no-shows des
                 *> periodes archivees) et sort du fichier vivant, pour
                 *> qu'aucune trace perimee ne refuse un billet si un
                 *> numero venait a resservir
                 MOVE fsea_id TO fpt_idseance
                 MOVE 0 TO WfinArchPointage
                 START fpointage KEY = fpt_idseance
                   INVALID KEY
                     MOVE 1 TO WfinArchPointage
                   NOT INVALID KEY
                     CONTINUE
                 END-START
                 PERFORM WITH TEST AFTER UNTIL WfinArchPointage = 1
                    READ fpointage NEXT
                      AT END
                         MOVE 1 TO WfinArchPointage
                      NOT AT END
                         IF fpt_idseance <> fsea_id THEN
                            MOVE 1 TO WfinArchPointage
                         ELSE
                            MOVE fpt_idseance TO fpth_idseance
                            MOVE fpt_numresa TO fpth_numresa
                            MOVE fpt_date TO fpth_date
                            MOVE fpt_heure TO fpth_heure
                            WRITE pointageHTampon
                            END-WRITE
                            IF fpth_stat = 00 OR fpth_stat = 22 THEN
                               DELETE fpointage RECORD
                               COMPUTE WnbPurgePointage = WnbPurgePointage + 1
                            ELSE
                               DISPLAY "Erreur archivage pointage ",fpt_numresa," code ",fpth_stat
                            END-IF
                         END-IF
                    END-READ
                 END-PERFORM
                 *> la seance elle-meme, en dernier : tant qu'elle est
                 *> dans le fichier vivant, une relance la retraitera
                 MOVE seaTampon TO seaHTampon
                 WRITE seaHTampon
                 END-WRITE
                 IF fseah_stat = 00 OR fseah_stat = 22 THEN
                    DELETE fseances RECORD
                    COMPUTE WnbArchSeance = WnbArchSeance + 1
                 ELSE
                    DISPLAY "Erreur archivage séance ",fsea_id," code ",fseah_stat
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE fpointageH
      CLOSE fsiegesH
      CLOSE freservationH
      CLOSE fseancesH
      CLOSE fpointage
      CLOSE fattente
      CLOSE fsieges
      CLOSE freservation
      CLOSE fseances
      DISPLAY "Séances archivées        : ",WnbArchSeance
      DISPLAY "Réservations archivées   : ",WnbArchResa
      DISPLAY "Sièges archivés          : ",WnbArchSiege
      DISPLAY "Attentes purgées         : ",WnbPurgeAttente
      DISPLAY "Pointages archivés       : ",WnbPurgePointage
      DISPLAY "Les totaux de stats.dat sont conservés"
      MOVE "ARCHIVE_SEANCES" TO Wjtype
      MOVE Wdate TO Wjcle
      MOVE SPACES TO Wjavant
      MOVE FUNCTION CONCATENATE("seances=",WnbArchSeance," resas=",WnbArchResa," sieges=",WnbArchSiege," attentes=",WnbPurgeAttente," pointages=",WnbPurgePointage) TO Wjapres
      PERFORM ECRIT_JOURNAL.

    *> CREE_NOTIFICATION : ajoute une notification à envoyer au client (WtypeNotif, WmailNotif, WtexteNotif renseignés par l'appelant), datée du jour en statut A=à envoyer ; sans objet si le client n'a pas de mail connu
    CREE_NOTIFICATION.
      IF WmailNotif NOT = SPACES AND WmailNotif NOT = "0" THEN
         OPEN I-O fnotifs
         MOVE 0 TO WprochainNotif
         MOVE 0 TO fn_num
         MOVE 0 TO Wfin
         START fnotifs KEY IS NOT LESS THAN fn_num
           INVALID KEY
             MOVE 1 TO Wfin
           NOT INVALID KEY
             CONTINUE
         END-START
         PERFORM WITH TEST AFTER UNTIL Wfin = 1
            READ fnotifs NEXT
              AT END
                 MOVE 1 TO Wfin
              NOT AT END
                 IF fn_num > WprochainNotif THEN
                    MOVE fn_num TO WprochainNotif
                 END-IF
            END-READ
         END-PERFORM
         COMPUTE WprochainNotif = WprochainNotif + 1
         MOVE WprochainNotif TO fn_num
         MOVE WtypeNotif TO fn_type
         MOVE WmailNotif TO fn_mail
         MOVE WtexteNotif TO fn_texte
         MOVE FUNCTION CURRENT-DATE(1:8) TO fn_datecrea
         MOVE "A" TO fn_statut
         WRITE notifTampon
         END-WRITE
         IF fn_stat NOT = 00 THEN
            DISPLAY "Erreur enregistrement notification, code ",fn_stat
         END-IF
         CLOSE fnotifs
      END-IF.

    *> GERE_NOTIFICATIONS : liste les notifications en attente d'envoi puis, sur confirmation, produit notifications-export.dat pour l'outil d'emailing et marque ces notifications envoyées
    GERE_NOTIFICATIONS.
      DISPLAY "----------------- DEBUT notifications clients ---------------"
      MOVE 0 TO WnbNotifAttente
      OPEN INPUT fnotifs
      MOVE 0 TO fn_num
      MOVE 0 TO Wfin
      START fnotifs KEY IS NOT LESS THAN fn_num
        INVALID KEY
          MOVE 1 TO Wfin
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fnotifs NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              IF fn_statut = "A" THEN
                 COMPUTE WnbNotifAttente = WnbNotifAttente + 1
                 DISPLAY "--- notification ",fn_num," du ",fn_datecrea," (",fn_type,")"
                 DISPLAY "destinataire : ",fn_mail
                 DISPLAY fn_texte
              END-IF
         END-READ
      END-PERFORM
      CLOSE fnotifs
      IF WnbNotifAttente = 0 THEN
         DISPLAY "Aucune notification en attente d'envoi"
      ELSE
         DISPLAY WnbNotifAttente," notification(s) en attente"
         DISPLAY "Produire le fichier d'export et marquer l'envoi ? 0 pour non 1 pour oui"
         ACCEPT reponse
         IF reponse = 1 THEN
            MOVE 0 TO WnbNotifEnvoye
            OPEN OUTPUT fexportnotif
            OPEN I-O fnotifs
            MOVE 0 TO fn_num
            MOVE 0 TO Wfin
            START fnotifs KEY IS NOT LESS THAN fn_num
              INVALID KEY
                MOVE 1 TO Wfin
              NOT INVALID KEY
                CONTINUE
            END-START
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fnotifs NEXT
                 AT END
                    MOVE 1 TO Wfin
                 NOT AT END
                    IF fn_statut = "A" THEN
                       MOVE FUNCTION CONCATENATE(fn_datecrea," ",fn_type," ",fn_mail," ",fn_texte) TO fen_ligne
                       WRITE exportnotifTampon
                       MOVE "E" TO fn_statut
                       REWRITE notifTampon
                       IF fn_stat = 00 THEN
                          COMPUTE WnbNotifEnvoye = WnbNotifEnvoye + 1
                       ELSE
                          DISPLAY "Erreur marquage notification ",fn_num," code ",fn_stat
                       END-IF
                    END-IF
               END-READ
            END-PERFORM
            CLOSE fnotifs
            CLOSE fexportnotif
            DISPLAY WnbNotifEnvoye," notification(s) exportée(s) dans notifications-export.dat"
            MOVE "ENVOI_NOTIFICATIONS" TO Wjtype
            MOVE SPACES TO Wjcle
            MOVE SPACES TO Wjavant
            MOVE FUNCTION CONCATENATE("envoyees=",WnbNotifEnvoye) TO Wjapres
            PERFORM ECRIT_JOURNAL
         END-IF
      END-IF
      DISPLAY "----------------- FIN notifications clients ---------------".

    *> ECRIT_SUIVI_FDJ : ajoute au suivi de fin de journée la ligne de l'étape WiEtape avec son statut DEBUT/FIN (WstatutEtape) et son libellé, datée du jour
    ECRIT_SUIVI_FDJ.
      MOVE FUNCTION CURRENT-DATE(1:8) TO Waujourdhui
      MOVE FUNCTION CONCATENATE(Waujourdhui," ETAPE ",WiEtape," ",WstatutEtape," ",WlibEtape) TO fsu_ligne
      OPEN EXTEND fsuivi
      WRITE suiviTampon
      CLOSE fsuivi.

    *> EXECUTE_ETAPE_FDJ : exécute l'étape WiEtape de la fin de journée en l'encadrant de ses lignes DEBUT et FIN dans le suivi ; la clôture et l'archivage prennent la date du jour par CURRENT-DATE, sans saisie
    EXECUTE_ETAPE_FDJ.
      EVALUATE WiEtape
      WHEN 1
         MOVE "expiration des options" TO WlibEtape
      WHEN 2
         MOVE "controle de coherence" TO WlibEtape
      WHEN 3
         MOVE "cloture de caisse" TO WlibEtape
      WHEN 4
         MOVE "relances abonnements" TO WlibEtape
      WHEN 5
         MOVE "archivage des seances jouees" TO WlibEtape
      WHEN 6
         MOVE "sauvegarde des fichiers indexes" TO WlibEtape
      END-EVALUATE
      MOVE "DEBUT" TO WstatutEtape
      PERFORM ECRIT_SUIVI_FDJ
      EVALUATE WiEtape
      WHEN 1
         PERFORM EXPIRE_OPTIONS
      WHEN 2
         PERFORM CONTROLE_COHERENCE
      WHEN 3
         MOVE FUNCTION CURRENT-DATE(1:8) TO Waujourdhui
         COMPUTE WanneS = Waujourdhui / 10000
         COMPUTE WmoisS = FUNCTION MOD(Waujourdhui / 100, 100)
         COMPUTE WjourS = FUNCTION MOD(Waujourdhui, 100)
         PERFORM CLOTURE_CAISSE_JOUR
      WHEN 4
         PERFORM RELANCE_ABONNEMENTS
      WHEN 5
         *> coupure = aujourd'hui : les seances strictement
         *> anterieures partent aux archives
         MOVE FUNCTION CURRENT-DATE(1:8) TO Waujourdhui
         MOVE Waujourdhui TO Wtampon
         MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WcoupureInt
         MOVE Waujourdhui TO Wdate
         PERFORM ARCHIVE_AVANT_COUPURE
      WHEN 6
         *> apres l'archivage : la sauvegarde du soir photographie
         *> les fichiers tels qu'ils repartiront le lendemain
         PERFORM SAUVEGARDE_FICHIERS
      END-EVALUATE
      MOVE "FIN" TO WstatutEtape
      PERFORM ECRIT_SUIVI_FDJ
      COMPUTE WnbEtapeExec = WnbEtapeExec + 1.

    *> FIN_DE_JOURNEE : enchaîne sans saisie les traitements du soir (expiration des options, contrôle de cohérence, clôture de caisse du jour, relances abonnements, archivage des séances jouées, sauvegarde des fichiers indexés) en traçant chaque étape dans finjournee.dat ; au relancement le même jour, reprend à la première étape non terminée au lieu de tout refaire
    FIN_DE_JOURNEE.
      DISPLAY "----------------- DEBUT fin de journée ---------------"
      MOVE FUNCTION CURRENT-DATE(1:8) TO Waujourdhui
      MOVE 0 TO WnbEtapeExec
      MOVE 0 TO WnbEtapeSaute
      INITIALIZE WetapesFaites
      *> relecture du suivi : les etapes deja FIN aujourd'hui sont
      *> considerees passees (reprise apres interruption)
      OPEN INPUT fsuivi
      MOVE 0 TO Wfin
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fsuivi
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              MOVE fsu_ligne(1:8) TO WdateSuivi
              IF WdateSuivi = Waujourdhui AND fsu_ligne(18:3) = "FIN" THEN
                 MOVE fsu_ligne(16:1) TO WiEtape
                 IF WiEtape >= 1 AND WiEtape <= 6 THEN
                    MOVE 1 TO WetapeFaite(WiEtape)
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE fsuivi
      MOVE 1 TO WiEtape
      PERFORM WITH TEST AFTER UNTIL WiEtape > 6
         IF WetapeFaite(WiEtape) = 1 THEN
            DISPLAY "Etape ",WiEtape," déjà terminée aujourd'hui, sautée"
            COMPUTE WnbEtapeSaute = WnbEtapeSaute + 1
         ELSE
            PERFORM EXECUTE_ETAPE_FDJ
         END-IF
         COMPUTE WiEtape = WiEtape + 1
      END-PERFORM
      MOVE FUNCTION CURRENT-DATE(1:8) TO Waujourdhui
      DISPLAY "Etapes exécutées : ",WnbEtapeExec," sautées (reprise) : ",WnbEtapeSaute
      MOVE "FIN_DE_JOURNEE" TO Wjtype
      MOVE Waujourdhui TO Wjcle
      MOVE SPACES TO Wjavant
      MOVE FUNCTION CONCATENATE("etapes executees=",WnbEtapeExec," sautees=",WnbEtapeSaute) TO Wjapres
      PERFORM ECRIT_JOURNAL
      DISPLAY "----------------- FIN fin de journée ---------------".

    *> GRILLE_HEBDO : pour une semaine donnée (7 jours à partir d'une date), écrit dans grille-JJMMAAAA.dat la grille complète salle par salle et jour par jour, avec titre du film, horaire, type 3D et taux de remplissage (sièges occupés de fsieges rapportés à fsal_nbplace)
    GRILLE_HEBDO.
      DISPLAY "----------------- DEBUT grille hebdomadaire ---------------"
      MOVE 0 TO Wdaterechercheok
      PERFORM WITH TEST AFTER UNTIL Wdaterechercheok = 1
         DISPLAY "Saisir le premier jour de la semaine au format jjmmaaaa"
         ACCEPT WdebutGrille
         MOVE FUNCTION CONCATENATE(WanneeGrille,WmoisGrille,WjourGrille) TO Wdate
         IF FUNCTION TEST-DATE-YYYYMMDD(Wdate) = 00000000 THEN
            MOVE 1 TO Wdaterechercheok
         ELSE
            DISPLAY "La date saisie n'est pas correcte"
         END-IF
      END-PERFORM
      MOVE FUNCTION CONCATENATE(WanneeGrille,WmoisGrille,WjourGrille) TO Wtampon
      MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WdateGrilleInt
      COMPUTE WfinGrilleInt = WdateGrilleInt + 6
      MOVE FUNCTION CONCATENATE("grille-",WjourGrille,WmoisGrille,WanneeGrille,".dat") TO Wgrillefichier
      OPEN OUTPUT fgrille
      OPEN INPUT fsalles
      OPEN INPUT fseances
      OPEN INPUT ffilms
      OPEN INPUT fsieges
      MOVE FUNCTION CONCATENATE("GRILLE DE PROGRAMMATION SEMAINE DU ",WjourGrille,"/",WmoisGrille,"/",WanneeGrille) TO fg_ligne
      WRITE grilleTampon
      MOVE 0 TO WfinSalleGrille
      PERFORM WITH TEST AFTER UNTIL WfinSalleGrille = 1
         READ fsalles NEXT
           AT END
              MOVE 1 TO WfinSalleGrille
           NOT AT END
              MOVE "========================================" TO fg_ligne
              WRITE grilleTampon
              MOVE FUNCTION CONCATENATE("SALLE ",fsal_num," (",fsal_nbplace," places, statut ",fsal_statut,")") TO fg_ligne
              WRITE grilleTampon
              MOVE FUNCTION CONCATENATE(WanneeGrille,WmoisGrille,WjourGrille) TO Wtampon
              MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WdateGrilleInt
              PERFORM WITH TEST AFTER UNTIL WdateGrilleInt > WfinGrilleInt
                 MOVE FUNCTION DATE-OF-INTEGER(WdateGrilleInt) TO Wdate
                 MOVE Wdate(7:2) TO fsea_jour
                 MOVE Wdate(5:2) TO fsea_mois
                 MOVE Wdate(1:4) TO fsea_annee
                 MOVE 0 TO WnbSeanceJour
                 MOVE 0 TO WfinSeanceGrille
                 START fseances KEY = fsea_date
                   INVALID KEY
                     MOVE 1 TO WfinSeanceGrille
                   NOT INVALID KEY
                     CONTINUE
                 END-START
                 PERFORM WITH TEST AFTER UNTIL WfinSeanceGrille = 1
                    READ fseances NEXT
                      AT END
                         MOVE 1 TO WfinSeanceGrille
                      NOT AT END
                         IF Wdate(7:2) <> fsea_jour OR Wdate(5:2) <> fsea_mois OR Wdate(1:4) <> fsea_annee THEN
                            MOVE 1 TO WfinSeanceGrille
                         ELSE
                            IF fsea_numsalle = fsal_num THEN
                               COMPUTE WnbSeanceJour = WnbSeanceJour + 1
                               MOVE fsea_idfilm TO ff_id
                               READ ffilms
                                 INVALID KEY
                                    MOVE SPACES TO Wtitrerecherche
                                 NOT INVALID KEY
                                    MOVE ff_titre TO Wtitrerecherche
                               END-READ
                               *> taux : sieges occupes de la seance
                               *> rapportes a la capacite de la salle
                               MOVE 0 TO WoccupeGrille
                               MOVE fsea_id TO fsi_idseance
                               MOVE 0 TO WfinSiegeGrille
                               START fsieges KEY = fsi_idseance
                                 INVALID KEY
                                   MOVE 1 TO WfinSiegeGrille
                                 NOT INVALID KEY
                                   CONTINUE
                               END-START
                               PERFORM WITH TEST AFTER UNTIL WfinSiegeGrille = 1
                                  READ fsieges NEXT
                                    AT END
                                       MOVE 1 TO WfinSiegeGrille
                                    NOT AT END
                                       IF fsi_idseance <> fsea_id THEN
                                          MOVE 1 TO WfinSiegeGrille
                                       ELSE
                                          IF fsi_numresa <> 0 THEN
                                             COMPUTE WoccupeGrille = WoccupeGrille + 1
                                          END-IF
                                       END-IF
                                  END-READ
                               END-PERFORM
                               IF fsal_nbplace > 0 THEN
                                  COMPUTE WtauxGrille = WoccupeGrille * 100 / fsal_nbplace
                               ELSE
                                  MOVE 0 TO WtauxGrille
                               END-IF
                               IF fsea_typedif = 1 THEN
                                  MOVE FUNCTION CONCATENATE(fsea_jour,"/",fsea_mois,"/",fsea_annee," ",fsea_heure,":",fsea_minute," 3D ",Wtitrerecherche," remplissage ",WoccupeGrille,"/",fsal_nbplace," soit ",WtauxGrille,"%") TO fg_ligne
                               ELSE
                                  MOVE FUNCTION CONCATENATE(fsea_jour,"/",fsea_mois,"/",fsea_annee," ",fsea_heure,":",fsea_minute,"    ",Wtitrerecherche," remplissage ",WoccupeGrille,"/",fsal_nbplace," soit ",WtauxGrille,"%") TO fg_ligne
                               END-IF
                               WRITE grilleTampon
                            END-IF
                         END-IF
                    END-READ
                 END-PERFORM
                 IF WnbSeanceJour = 0 THEN
                    MOVE FUNCTION CONCATENATE(Wdate(7:2),"/",Wdate(5:2),"/",Wdate(1:4)," : aucune seance (creneau mort)") TO fg_ligne
                    WRITE grilleTampon
                 END-IF
                 COMPUTE WdateGrilleInt = WdateGrilleInt + 1
              END-PERFORM
         END-READ
      END-PERFORM
      CLOSE fsieges
      CLOSE ffilms
      CLOSE fseances
      CLOSE fsalles
      CLOSE fgrille
      DISPLAY "Grille écrite dans ",Wgrillefichier
      DISPLAY "----------------- FIN grille hebdomadaire ---------------".

    *> ECRIT_CONTROLE : ajoute la ligne deja preparee dans fco_ligne au rapport d'anomalies (fcontrole ouvert par CONTROLE_COHERENCE)
    ECRIT_CONTROLE.
      WRITE controleTampon.

    *> CONTROLE_COHERENCE : balaye fsieges, freservation, fstats et fattente croisés avec fseances et écrit une ligne par anomalie dans controle.dat, avec le total par catégorie en fin de rapport (à lancer la nuit ou après une interruption)
    CONTROLE_COHERENCE.
      DISPLAY "----------------- DEBUT contrôle de cohérence ---------------"
      MOVE 0 TO WanoSiegeSeance
      MOVE 0 TO WanoSiegeResa
      MOVE 0 TO WanoResaSeance
      MOVE 0 TO WanoResaSiege
      MOVE 0 TO WanoStats
      MOVE 0 TO WanoAttente
      MOVE 0 TO WanoRetenue
      OPEN OUTPUT fcontrole
      MOVE FUNCTION CURRENT-DATE TO Wjournaldate21
      MOVE FUNCTION CONCATENATE("CONTROLE DE COHERENCE DU ",Wjournaldate21(1:8),"-",Wjournaldate21(9:6)) TO fco_ligne
      PERFORM ECRIT_CONTROLE

      *> 1 : chaque siege doit pointer vers une seance existante et,
      *> s'il est occupe, vers une reservation encore presente
      OPEN INPUT fsieges
      OPEN INPUT fseances
      OPEN INPUT freservation
      MOVE 0 TO fsi_idseance
      MOVE 0 TO fsi_numsiege
      MOVE 0 TO Wfin
      START fsieges KEY IS NOT LESS THAN fsi_cle
        INVALID KEY
          MOVE 1 TO Wfin
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fsieges NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              MOVE fsi_idseance TO fsea_id
              READ fseances
                INVALID KEY
                   COMPUTE WanoSiegeSeance = WanoSiegeSeance + 1
                   MOVE FUNCTION CONCATENATE("SIEGE-SEANCE seance=",fsi_idseance," siege=",fsi_numsiege," : la seance n'existe pas") TO fco_ligne
                   PERFORM ECRIT_CONTROLE
                NOT INVALID KEY
                   CONTINUE
              END-READ
              IF fsi_numresa <> 0 THEN
                 MOVE fsi_numresa TO fr_num
                 READ freservation
                   INVALID KEY
                      COMPUTE WanoSiegeResa = WanoSiegeResa + 1
                      MOVE FUNCTION CONCATENATE("SIEGE-RESA seance=",fsi_idseance," siege=",fsi_numsiege," : reservation ",fsi_numresa," inexistante") TO fco_ligne
                      PERFORM ECRIT_CONTROLE
                   NOT INVALID KEY
                      CONTINUE
                 END-READ
              END-IF
              *> retenue orpheline : posee puis jamais confirmee ni
              *> liberee (vente abandonnee ou poste interrompu)
              IF fsi_dateret NOT = 0 THEN
                 PERFORM CALCULE_RETENUE_ACTIVE
                 IF WretenueActive = 0 OR fsi_numresa NOT = 0 THEN
                    COMPUTE WanoRetenue = WanoRetenue + 1
                    MOVE FUNCTION CONCATENATE("RETENUE seance=",fsi_idseance," siege=",fsi_numsiege," : retenue orpheline du ",fsi_dateret," a ",fsi_heureret) TO fco_ligne
                    PERFORM ECRIT_CONTROLE
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE freservation
      CLOSE fseances
      CLOSE fsieges

      *> 2 : chaque reservation doit pointer vers une seance existante
      *> et chacun de ses sieges doit etre marque occupe a son numero
      OPEN INPUT freservation
      OPEN INPUT fseances
      OPEN INPUT fsieges
      MOVE 0 TO fr_num
      MOVE 0 TO Wfin
      START freservation KEY IS NOT LESS THAN fr_num
        INVALID KEY
          MOVE 1 TO Wfin
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ freservation NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              MOVE fr_idseance TO fsea_id
              READ fseances
                INVALID KEY
                   COMPUTE WanoResaSeance = WanoResaSeance + 1
                   MOVE FUNCTION CONCATENATE("RESA-SEANCE resa=",fr_num," : la seance ",fr_idseance," n'existe pas") TO fco_ligne
                   PERFORM ECRIT_CONTROLE
                NOT INVALID KEY
                   CONTINUE
              END-READ
              IF fr_nbsieges > 0 THEN
                 MOVE 0 TO Wcpt
                 PERFORM WITH TEST AFTER UNTIL Wcpt >= fr_nbsieges
                    COMPUTE Wcpt = Wcpt + 1
                    MOVE fr_idseance TO fsi_idseance
                    MOVE fr_siege(Wcpt) TO fsi_numsiege
                    READ fsieges
                      INVALID KEY
                         COMPUTE WanoResaSiege = WanoResaSiege + 1
                         MOVE FUNCTION CONCATENATE("RESA-SIEGE resa=",fr_num," : siege ",fr_siege(Wcpt)," absent du plan de la seance ",fr_idseance) TO fco_ligne
                         PERFORM ECRIT_CONTROLE
                      NOT INVALID KEY
                         IF fsi_numresa <> fr_num THEN
                            COMPUTE WanoResaSiege = WanoResaSiege + 1
                            MOVE FUNCTION CONCATENATE("RESA-SIEGE resa=",fr_num," : siege ",fr_siege(Wcpt)," de la seance ",fr_idseance," marque pour la resa ",fsi_numresa) TO fco_ligne
                            PERFORM ECRIT_CONTROLE
                         END-IF
                    END-READ
                 END-PERFORM
              END-IF
         END-READ
      END-PERFORM
      CLOSE fsieges
      CLOSE fseances
      CLOSE freservation

      *> 3 : le total d'entrees de chaque film dans fstats doit etre la
      *> somme des places des reservations de ses seances, y compris
      *> celles parties aux archives (fstats n'est pas purge)
      OPEN INPUT ffilms
      OPEN INPUT fstats
      OPEN INPUT freservation
      OPEN INPUT fseances
      OPEN INPUT freservationH
      OPEN INPUT fseancesH
      MOVE 0 TO WfinF
      PERFORM WITH TEST AFTER UNTIL WfinF = 1
         READ ffilms NEXT
           AT END
              MOVE 1 TO WfinF
           NOT AT END
              MOVE 0 TO WattenduStats
              MOVE 0 TO fr_num
              MOVE 0 TO WfinR
              START freservation KEY IS NOT LESS THAN fr_num
                INVALID KEY
                  MOVE 1 TO WfinR
                NOT INVALID KEY
                  CONTINUE
              END-START
              PERFORM WITH TEST AFTER UNTIL WfinR = 1
                 READ freservation NEXT
                   AT END
                      MOVE 1 TO WfinR
                   NOT AT END
                      MOVE fr_idseance TO fsea_id
                      READ fseances
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           IF fsea_idfilm = ff_id THEN
                              COMPUTE WattenduStats = WattenduStats + fr_place
                           END-IF
                      END-READ
                 END-READ
              END-PERFORM
              MOVE 0 TO frh_num
              MOVE 0 TO WfinR
              START freservationH KEY IS NOT LESS THAN frh_num
                INVALID KEY
                  MOVE 1 TO WfinR
                NOT INVALID KEY
                  CONTINUE
              END-START
              PERFORM WITH TEST AFTER UNTIL WfinR = 1
                 READ freservationH NEXT
                   AT END
                      MOVE 1 TO WfinR
                   NOT AT END
                      MOVE frh_idseance TO fseah_id
                      READ fseancesH
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           IF fseah_idfilm = ff_id THEN
                              COMPUTE WattenduStats = WattenduStats + frh_place
                           END-IF
                      END-READ
                 END-READ
              END-PERFORM
              MOVE ff_id TO fst_idfilm
              READ fstats
                INVALID KEY
                   MOVE 0 TO WsommeP
                NOT INVALID KEY
                   MOVE fst_nbplace TO WsommeP
              END-READ
              IF WsommeP <> WattenduStats THEN
                 COMPUTE WanoStats = WanoStats + 1
                 MOVE FUNCTION CONCATENATE("STATS film=",ff_id," : total fstats=",WsommeP," attendu=",WattenduStats) TO fco_ligne
                 PERFORM ECRIT_CONTROLE
              END-IF
         END-READ
      END-PERFORM
      CLOSE fseancesH
      CLOSE freservationH
      CLOSE fseances
      CLOSE freservation
      CLOSE fstats
      CLOSE ffilms

      *> 4 : chaque inscription en liste d'attente doit pointer vers
      *> une seance existante
      OPEN INPUT fattente
      OPEN INPUT fseances
      MOVE 0 TO fa_idseance
      MOVE 0 TO fa_numattente
      MOVE 0 TO Wfin
      START fattente KEY IS NOT LESS THAN fa_cle
        INVALID KEY
          MOVE 1 TO Wfin
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fattente NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              MOVE fa_idseance TO fsea_id
              READ fseances
                INVALID KEY
                   COMPUTE WanoAttente = WanoAttente + 1
                   MOVE FUNCTION CONCATENATE("ATTENTE seance=",fa_idseance," rang=",fa_numattente," : la seance n'existe pas") TO fco_ligne
                   PERFORM ECRIT_CONTROLE
                NOT INVALID KEY
                   CONTINUE
              END-READ
         END-READ
      END-PERFORM
      CLOSE fseances
      CLOSE fattente

      MOVE "----------------------------------------" TO fco_ligne
      PERFORM ECRIT_CONTROLE
      MOVE FUNCTION CONCATENATE("SIEGE-SEANCE (sieges de seance inexistante) : ",WanoSiegeSeance) TO fco_ligne
      PERFORM ECRIT_CONTROLE
      MOVE FUNCTION CONCATENATE("SIEGE-RESA (sieges de resa inexistante)     : ",WanoSiegeResa) TO fco_ligne
      PERFORM ECRIT_CONTROLE
      MOVE FUNCTION CONCATENATE("RESA-SEANCE (resas de seance inexistante)   : ",WanoResaSeance) TO fco_ligne
      PERFORM ECRIT_CONTROLE
      MOVE FUNCTION CONCATENATE("RESA-SIEGE (sieges mal marques au plan)     : ",WanoResaSiege) TO fco_ligne
      PERFORM ECRIT_CONTROLE
      MOVE FUNCTION CONCATENATE("STATS (totaux par film incoherents)         : ",WanoStats) TO fco_ligne
      PERFORM ECRIT_CONTROLE
      MOVE FUNCTION CONCATENATE("ATTENTE (attentes de seance inexistante)    : ",WanoAttente) TO fco_ligne
      PERFORM ECRIT_CONTROLE
      MOVE FUNCTION CONCATENATE("RETENUE (retenues de sieges orphelines)     : ",WanoRetenue) TO fco_ligne
      PERFORM ECRIT_CONTROLE
      CLOSE fcontrole
      DISPLAY "Anomalies sièges/séances        : ",WanoSiegeSeance
      DISPLAY "Anomalies sièges/réservations   : ",WanoSiegeResa
      DISPLAY "Anomalies réservations/séances  : ",WanoResaSeance
      DISPLAY "Anomalies réservations/sièges   : ",WanoResaSiege
      DISPLAY "Anomalies totaux statistiques   : ",WanoStats
      DISPLAY "Anomalies liste d'attente       : ",WanoAttente
      DISPLAY "Anomalies retenues orphelines   : ",WanoRetenue
      DISPLAY "Rapport détaillé écrit dans controle.dat"
      MOVE "CONTROLE_COHERENCE" TO Wjtype
      MOVE SPACES TO Wjcle
      MOVE SPACES TO Wjavant
      MOVE FUNCTION CONCATENATE("anomalies=",WanoSiegeSeance,"/",WanoSiegeResa,"/",WanoResaSeance,"/",WanoResaSiege,"/",WanoStats,"/",WanoAttente,"/",WanoRetenue) TO Wjapres
      PERFORM ECRIT_JOURNAL
      DISPLAY "----------------- FIN contrôle de cohérence ---------------".

    *> CONTROLE_ACCES : écran de l'ouvreur à l'entrée de la salle ; pour la séance en cours, vérifie que chaque numéro de réservation saisi porte bien sur cette séance et n'a pas déjà servi, affiche les sièges et marque l'entrée dans fpointage avec l'heure de passage
    CONTROLE_ACCES.
      DISPLAY "----------------- DEBUT contrôle d'accès ---------------"
      DISPLAY "Saisir le numéro de la séance en cours"
      ACCEPT WseanceCtrl
      OPEN INPUT fseances
      MOVE WseanceCtrl TO fsea_id
      MOVE 0 TO Wtrouve
      READ fseances
        INVALID KEY
          DISPLAY "Aucune séance ne porte ce numéro"
        NOT INVALID KEY
          MOVE 1 TO Wtrouve
          DISPLAY "Séance ",fsea_id," du ",fsea_jour,"/",fsea_mois,"/",fsea_annee," à ",fsea_heure,":",fsea_minute," salle ",fsea_numsalle
      END-READ
      CLOSE fseances
      IF Wtrouve = 1 THEN
         OPEN INPUT freservation
         OPEN INPUT fpaiements
         OPEN I-O fpointage
         MOVE 1 TO WnumCtrl
         PERFORM WITH TEST AFTER UNTIL WnumCtrl = 0
            DISPLAY "Saisir le numéro de réservation du billet (0 pour terminer)"
            ACCEPT WnumCtrl
            IF WnumCtrl NOT = 0 THEN
               MOVE WnumCtrl TO fr_num
               READ freservation
                 INVALID KEY
                    DISPLAY "REFUSE : réservation inconnue"
                 NOT INVALID KEY
                    IF fr_idseance NOT = WseanceCtrl THEN
                       DISPLAY "REFUSE : ce billet porte sur la séance ",fr_idseance," pas sur la séance en cours"
                    ELSE
                       IF fr_statut = "O" THEN
                          DISPLAY "REFUSE : option de groupe non confirmée"
                       ELSE
                          MOVE 0 TO WaccesOk
                          MOVE WnumCtrl TO fpt_numresa
                          READ fpointage
                            INVALID KEY
                               MOVE WnumCtrl TO fpt_numresa
                               MOVE WseanceCtrl TO fpt_idseance
                               MOVE FUNCTION CURRENT-DATE(1:8) TO fpt_date
                               MOVE FUNCTION CURRENT-DATE(9:6) TO fpt_heure
                               WRITE pointageTampon
                               END-WRITE
                               IF fpt_stat = 00 THEN
                                  MOVE 1 TO WaccesOk
                               ELSE
                                  DISPLAY "Erreur enregistrement pointage, code ",fpt_stat
                               END-IF
                            NOT INVALID KEY
                               IF fpt_idseance = WseanceCtrl THEN
                                  DISPLAY "REFUSE : billet déjà utilisé à ",fpt_heure(1:2),":",fpt_heure(3:2),":",fpt_heure(5:2)
                               ELSE
                                  *> trace d'une ancienne reservation qui
                                  *> portait le meme numero : sans objet,
                                  *> on repart de ce passage-ci
                                  MOVE WseanceCtrl TO fpt_idseance
                                  MOVE FUNCTION CURRENT-DATE(1:8) TO fpt_date
                                  MOVE FUNCTION CURRENT-DATE(9:6) TO fpt_heure
                                  REWRITE pointageTampon
                                  IF fpt_stat = 00 THEN
                                     MOVE 1 TO WaccesOk
                                  ELSE
                                     DISPLAY "Erreur enregistrement pointage, code ",fpt_stat
                                  END-IF
                               END-IF
                          END-READ
                          IF WaccesOk = 1 THEN
                                  DISPLAY "ENTREE AUTORISEE, ",fr_place," place(s)"
                                  MOVE 0 TO Wcpt
                                  PERFORM WITH TEST AFTER UNTIL Wcpt >= fr_nbsieges
                                     COMPUTE Wcpt = Wcpt + 1
                                     DISPLAY "siège ",fr_siege(Wcpt)
                                  END-PERFORM
                                  *> le client promu de la liste d'attente
                                  *> n'a souvent pas encore paye : prevenir
                                  *> l'ouvreur qu'un encaissement est du
                                  MOVE WnumCtrl TO fp_numresa
                                  MOVE 0 TO Wfin
                                  START fpaiements KEY = fp_numresa
                                    INVALID KEY
                                      MOVE 1 TO Wfin
                                    NOT INVALID KEY
                                      CONTINUE
                                  END-START
                                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                                     READ fpaiements NEXT
                                       AT END
                                          MOVE 1 TO Wfin
                                       NOT AT END
                                          IF fp_numresa <> WnumCtrl THEN
                                             MOVE 1 TO Wfin
                                          ELSE
                                             IF fp_statut = "A" THEN
                                                DISPLAY "Attention : paiement en attente de ",fp_montant," à encaisser (écran Encaisser un paiement en attente)"
                                                MOVE 1 TO Wfin
                                             END-IF
                                          END-IF
                                     END-READ
                                  END-PERFORM
                          END-IF
                       END-IF
                    END-IF
               END-READ
            END-IF
         END-PERFORM
         CLOSE fpointage
         CLOSE fpaiements
         CLOSE freservation
      END-IF
      DISPLAY "----------------- FIN contrôle d'accès ---------------".

    *> RAPPORT_NOSHOW : après la séance, liste dans noshow-NNNN.dat les réservations jamais pointées à l'entrée, avec places et montant, pour mesurer les sièges payés restés vides
    RAPPORT_NOSHOW.
      DISPLAY "----------------- DEBUT rapport no-shows ---------------"
      DISPLAY "Saisir le numéro de la séance"
      ACCEPT WseanceCtrl
      MOVE 0 TO WnbPresent
      MOVE 0 TO WnbNoShow
      MOVE 0 TO WplaceNoShow
      MOVE 0 TO WmontantNoShow
      MOVE FUNCTION CONCATENATE("noshow-",WseanceCtrl,".dat") TO Wnoshowfichier
      OPEN OUTPUT fnoshow
      MOVE FUNCTION CONCATENATE("NO-SHOWS DE LA SEANCE ",WseanceCtrl) TO fns_ligne
      WRITE noshowTampon
      OPEN INPUT freservation
      OPEN INPUT fpointage
      MOVE WseanceCtrl TO fr_idseance
      MOVE 0 TO Wfin
      START freservation KEY = fr_idseance
        INVALID KEY
          MOVE 1 TO Wfin
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ freservation NEXT
           AT END
              MOVE 1 TO Wfin
           NOT AT END
              IF fr_idseance NOT = WseanceCtrl THEN
                 MOVE 1 TO Wfin
              ELSE
                 *> les options non confirmees ne sont pas des billets
                 *> payes : hors du perimetre des no-shows
                 IF fr_statut = "O" THEN
                    CONTINUE
                 ELSE
                 MOVE fr_num TO fpt_numresa
                 READ fpointage
                   INVALID KEY
                      COMPUTE WnbNoShow = WnbNoShow + 1
                      COMPUTE WplaceNoShow = WplaceNoShow + fr_place
                      COMPUTE WmontantNoShow = WmontantNoShow + fr_montant
                      MOVE FUNCTION CONCATENATE("resa=",fr_num," places=",fr_place," montant=",fr_montant," ",fr_mail) TO fns_ligne
                      WRITE noshowTampon
                      END-WRITE
                   NOT INVALID KEY
                      COMPUTE WnbPresent = WnbPresent + 1
                 END-READ
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE fpointage
      CLOSE freservation
      MOVE "----------------------------------------" TO fns_ligne
      WRITE noshowTampon
      MOVE FUNCTION CONCATENATE("TOTAL no-shows=",WnbNoShow," places perdues=",WplaceNoShow," montant=",WmontantNoShow," presents=",WnbPresent) TO fns_ligne
      WRITE noshowTampon
      CLOSE fnoshow
      DISPLAY "Réservations pointées      : ",WnbPresent
      DISPLAY "No-shows                   : ",WnbNoShow
      DISPLAY "Places payées restées vides: ",WplaceNoShow
      DISPLAY "Montant correspondant      : ",WmontantNoShow
      DISPLAY "Rapport écrit dans ",Wnoshowfichier
      DISPLAY "----------------- FIN rapport no-shows ---------------".

    *> MESURE_SEANCE_FREQ : pour la séance WidSeanceFreq (vivante si WarchiveFreq=0, archivée sinon), compte capacité et sièges occupés au plan de salle, entrées et recette des réservations hors options, présents pointés à l'entrée, et le taux de remplissage (fichiers ouverts par l'appelant)
    MESURE_SEANCE_FREQ.
      MOVE 0 TO WcapaFreq
      MOVE 0 TO WoccFreq
      MOVE 0 TO WentreesFreq
      MOVE 0 TO WpresentsFreq
      MOVE 0 TO WrecetteFreq
      IF WarchiveFreq = 0 THEN
         MOVE WidSeanceFreq TO fsi_idseance
         MOVE 0 TO WfinMesFreq
         START fsieges KEY = fsi_idseance
           INVALID KEY
             MOVE 1 TO WfinMesFreq
           NOT INVALID KEY
             CONTINUE
         END-START
         PERFORM WITH TEST AFTER UNTIL WfinMesFreq = 1
            READ fsieges NEXT
              AT END
                 MOVE 1 TO WfinMesFreq
              NOT AT END
                 IF fsi_idseance <> WidSeanceFreq THEN
                    MOVE 1 TO WfinMesFreq
                 ELSE
                    COMPUTE WcapaFreq = WcapaFreq + 1
                    IF fsi_numresa <> 0 THEN
                       COMPUTE WoccFreq = WoccFreq + 1
                    END-IF
                 END-IF
            END-READ
         END-PERFORM
         MOVE WidSeanceFreq TO fr_idseance
         MOVE 0 TO WfinMesFreq
         START freservation KEY = fr_idseance
           INVALID KEY
             MOVE 1 TO WfinMesFreq
           NOT INVALID KEY
             CONTINUE
         END-START
         PERFORM WITH TEST AFTER UNTIL WfinMesFreq = 1
            READ freservation NEXT
              AT END
                 MOVE 1 TO WfinMesFreq
              NOT AT END
                 IF fr_idseance <> WidSeanceFreq THEN
                    MOVE 1 TO WfinMesFreq
                 ELSE
                    IF fr_statut NOT = "O" THEN
                       COMPUTE WentreesFreq = WentreesFreq + fr_place
                       COMPUTE WrecetteFreq = WrecetteFreq + fr_montant
                    END-IF
                 END-IF
            END-READ
         END-PERFORM
      ELSE
         MOVE WidSeanceFreq TO fsih_idseance
         MOVE 0 TO WfinMesFreq
         START fsiegesH KEY = fsih_idseance
           INVALID KEY
             MOVE 1 TO WfinMesFreq
           NOT INVALID KEY
             CONTINUE
         END-START
         PERFORM WITH TEST AFTER UNTIL WfinMesFreq = 1
            READ fsiegesH NEXT
              AT END
                 MOVE 1 TO WfinMesFreq
              NOT AT END
                 IF fsih_idseance <> WidSeanceFreq THEN
                    MOVE 1 TO WfinMesFreq
                 ELSE
                    COMPUTE WcapaFreq = WcapaFreq + 1
                    IF fsih_numresa <> 0 THEN
                       COMPUTE WoccFreq = WoccFreq + 1
                    END-IF
                 END-IF
            END-READ
         END-PERFORM
         MOVE WidSeanceFreq TO frh_idseance
         MOVE 0 TO WfinMesFreq
         START freservationH KEY = frh_idseance
           INVALID KEY
             MOVE 1 TO WfinMesFreq
           NOT INVALID KEY
             CONTINUE
         END-START
         PERFORM WITH TEST AFTER UNTIL WfinMesFreq = 1
            READ freservationH NEXT
              AT END
                 MOVE 1 TO WfinMesFreq
              NOT AT END
                 IF frh_idseance <> WidSeanceFreq THEN
                    MOVE 1 TO WfinMesFreq
                 ELSE
                    IF frh_statut NOT = "O" THEN
                       COMPUTE WentreesFreq = WentreesFreq + frh_place
                       COMPUTE WrecetteFreq = WrecetteFreq + frh_montant
                    END-IF
                 END-IF
            END-READ
         END-PERFORM
      END-IF
      *> presents : les reservations pointees a l'entree en salle
      *> (pointages archives avec la seance pour une seance archivee)
      IF WarchiveFreq = 0 THEN
         MOVE WidSeanceFreq TO fpt_idseance
         MOVE 0 TO WfinMesFreq
         START fpointage KEY = fpt_idseance
           INVALID KEY
             MOVE 1 TO WfinMesFreq
           NOT INVALID KEY
             CONTINUE
         END-START
         PERFORM WITH TEST AFTER UNTIL WfinMesFreq = 1
            READ fpointage NEXT
              AT END
                 MOVE 1 TO WfinMesFreq
              NOT AT END
                 IF fpt_idseance <> WidSeanceFreq THEN
                    MOVE 1 TO WfinMesFreq
                 ELSE
                    MOVE fpt_numresa TO fr_num
                    READ freservation
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         COMPUTE WpresentsFreq = WpresentsFreq + fr_place
                    END-READ
                 END-IF
            END-READ
         END-PERFORM
      ELSE
         MOVE WidSeanceFreq TO fpth_idseance
         MOVE 0 TO fpth_numresa
         MOVE 0 TO WfinMesFreq
         START fpointageH KEY IS NOT LESS THAN fpth_cle
           INVALID KEY
             MOVE 1 TO WfinMesFreq
           NOT INVALID KEY
             CONTINUE
         END-START
         PERFORM WITH TEST AFTER UNTIL WfinMesFreq = 1
            READ fpointageH NEXT
              AT END
                 MOVE 1 TO WfinMesFreq
              NOT AT END
                 IF fpth_idseance <> WidSeanceFreq THEN
                    MOVE 1 TO WfinMesFreq
                 ELSE
                    MOVE fpth_numresa TO frh_num
                    READ freservationH
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         COMPUTE WpresentsFreq = WpresentsFreq + frh_place
                    END-READ
                 END-IF
            END-READ
         END-PERFORM
      END-IF
      IF WcapaFreq > 0 THEN
         COMPUTE WtauxFreq = WoccFreq * 100 / WcapaFreq
      ELSE
         MOVE 0 TO WtauxFreq
      END-IF.

    *> CUMULE_FREQ : ajoute la séance mesurée à son créneau salle x jour x tranche (table tenue triée) et à son genre
    CUMULE_FREQ.
      COMPUTE WcleFreq = WsalleFreq * 100 + WjourFreq * 10 + WtrancheFreq
      MOVE 0 TO WtrouveFreq
      MOVE 0 TO WposFreq
      MOVE 0 TO WiFreq
      PERFORM WITH TEST AFTER UNTIL WiFreq >= WnbCreneauxFreq OR WposFreq > 0
         COMPUTE WiFreq = WiFreq + 1
         IF WiFreq <= WnbCreneauxFreq THEN
            IF WcleF(WiFreq) >= WcleFreq THEN
               MOVE WiFreq TO WposFreq
               IF WcleF(WiFreq) = WcleFreq THEN
                  MOVE 1 TO WtrouveFreq
               END-IF
            END-IF
         END-IF
      END-PERFORM
      IF WtrouveFreq = 0 THEN
         IF WnbCreneauxFreq >= 999 THEN
            DISPLAY "Table des créneaux pleine, séance ",WidSeanceFreq," ignorée"
            MOVE 0 TO WposFreq
         ELSE
            IF WposFreq = 0 THEN
               COMPUTE WposFreq = WnbCreneauxFreq + 1
            ELSE
               *> decalage des creneaux suivants pour garder l'ordre
               MOVE WnbCreneauxFreq TO WjFreq
               PERFORM WITH TEST AFTER UNTIL WjFreq < WposFreq
                  MOVE WcreneauF(WjFreq) TO WcreneauF(WjFreq + 1)
                  COMPUTE WjFreq = WjFreq - 1
               END-PERFORM
            END-IF
            COMPUTE WnbCreneauxFreq = WnbCreneauxFreq + 1
            INITIALIZE WcreneauF(WposFreq)
            MOVE WcleFreq TO WcleF(WposFreq)
            MOVE WsalleFreq TO WsalleF(WposFreq)
            MOVE WjourFreq TO WjourF(WposFreq)
            MOVE WtrancheFreq TO WtrancheF(WposFreq)
         END-IF
      END-IF
      IF WposFreq > 0 THEN
         COMPUTE WnbSeancesF(WposFreq) = WnbSeancesF(WposFreq) + 1
         COMPUTE WcapaF(WposFreq) = WcapaF(WposFreq) + WcapaFreq
         COMPUTE WoccF(WposFreq) = WoccF(WposFreq) + WoccFreq
         COMPUTE WentreesF(WposFreq) = WentreesF(WposFreq) + WentreesFreq
         COMPUTE WpresentsF(WposFreq) = WpresentsF(WposFreq) + WpresentsFreq
         COMPUTE WrecetteF(WposFreq) = WrecetteF(WposFreq) + WrecetteFreq
         IF WtauxFreq > WtauxMaxF(WposFreq) THEN
            MOVE WtauxFreq TO WtauxMaxF(WposFreq)
         END-IF
      END-IF
      *> cumul par genre
      MOVE 0 TO WposFreq
      MOVE 0 TO WiFreq
      PERFORM WITH TEST AFTER UNTIL WiFreq >= WnbGenresFreq OR WposFreq > 0
         COMPUTE WiFreq = WiFreq + 1
         IF WiFreq <= WnbGenresFreq THEN
            IF WnomGenreG(WiFreq) = WgenreFreq THEN
               MOVE WiFreq TO WposFreq
            END-IF
         END-IF
      END-PERFORM
      IF WposFreq = 0 AND WnbGenresFreq < 100 THEN
         COMPUTE WnbGenresFreq = WnbGenresFreq + 1
         MOVE WnbGenresFreq TO WposFreq
         INITIALIZE WgenreG(WposFreq)
         MOVE WgenreFreq TO WnomGenreG(WposFreq)
      END-IF
      IF WposFreq > 0 THEN
         COMPUTE WnbSeancesG(WposFreq) = WnbSeancesG(WposFreq) + 1
         COMPUTE WcapaG(WposFreq) = WcapaG(WposFreq) + WcapaFreq
         COMPUTE WoccG(WposFreq) = WoccG(WposFreq) + WoccFreq
         COMPUTE WentreesG(WposFreq) = WentreesG(WposFreq) + WentreesFreq
         COMPUTE WpresentsG(WposFreq) = WpresentsG(WposFreq) + WpresentsFreq
         COMPUTE WrecetteG(WposFreq) = WrecetteG(WposFreq) + WrecetteFreq
      END-IF.

    *> TRAITE_SEANCE_FREQ : classe la séance (WidSeanceFreq, WsalleFreq, WfilmFreq, WheureFreq, date en WseanceInt) dans son jour de semaine, sa tranche horaire et son genre, la mesure et la cumule
    TRAITE_SEANCE_FREQ.
      *> le 01/01/1601 (jour 1) etait un lundi
      COMPUTE WjourFreq = FUNCTION MOD(WseanceInt - 1, 7) + 1
      EVALUATE TRUE
      WHEN WheureFreq < 12
         MOVE 1 TO WtrancheFreq
      WHEN WheureFreq < 14
         MOVE 2 TO WtrancheFreq
      WHEN WheureFreq < 18
         MOVE 3 TO WtrancheFreq
      WHEN WheureFreq < 20
         MOVE 4 TO WtrancheFreq
      WHEN WheureFreq < 22
         MOVE 5 TO WtrancheFreq
      WHEN OTHER
         MOVE 6 TO WtrancheFreq
      END-EVALUATE
      MOVE WfilmFreq TO ff_id
      READ ffilms
        INVALID KEY
           MOVE "INCONNU" TO WgenreFreq
        NOT INVALID KEY
           MOVE ff_genre TO WgenreFreq
      END-READ
      PERFORM MESURE_SEANCE_FREQ
      PERFORM CUMULE_FREQ
      COMPUTE WnbSeancesFreq = WnbSeancesFreq + 1.

    *> ANALYSE_FREQUENTATION : sur une période, mesure chaque séance vivante ou archivée (remplissage, entrées, présents pointés, recette) et écrit dans frequentation-JJMMAAAA.dat les moyennes par séance par salle x jour de semaine x tranche horaire puis par genre, en signalant les créneaux restés sous le seuil saisi à chaque séance
    ANALYSE_FREQUENTATION.
      DISPLAY "----------------- DEBUT analyse de fréquentation ---------------"
      MOVE 0 TO WperiodeOkLot
      PERFORM WITH TEST AFTER UNTIL WperiodeOkLot = 1
         DISPLAY "Saisir la date de début de la période au format jjmmaaaa"
         ACCEPT WdebutPeriode
         MOVE FUNCTION CONCATENATE(WanneeDebutP,WmoisDebutP,WjourDebutP) TO Wdate
         IF FUNCTION TEST-DATE-YYYYMMDD(Wdate) <> 00000000 THEN
            DISPLAY "La date de début saisie n'est pas correcte"
         ELSE
            DISPLAY "Saisir la date de fin de la période au format jjmmaaaa"
            ACCEPT WfinPeriode
            MOVE FUNCTION CONCATENATE(WanneeFinP,WmoisFinP,WjourFinP) TO Wdate
            IF FUNCTION TEST-DATE-YYYYMMDD(Wdate) <> 00000000 THEN
               DISPLAY "La date de fin saisie n'est pas correcte"
            ELSE
               MOVE FUNCTION CONCATENATE(WanneeDebutP,WmoisDebutP,WjourDebutP) TO Wtampon
               MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WdebutPeriodeInt
               MOVE FUNCTION CONCATENATE(WanneeFinP,WmoisFinP,WjourFinP) TO Wtampon
               MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WfinPeriodeInt
               IF WdebutPeriodeInt > WfinPeriodeInt THEN
                  DISPLAY "La date de fin doit être après la date de début"
               ELSE
                  MOVE 1 TO WperiodeOkLot
               END-IF
            END-IF
         END-IF
      END-PERFORM
      MOVE 0 TO WseuilFreq
      PERFORM WITH TEST AFTER UNTIL WseuilFreq > 0 AND WseuilFreq <= 100
         DISPLAY "Seuil de remplissage en % (créneaux toujours en dessous signalés)"
         ACCEPT WseuilFreq
      END-PERFORM
      INITIALIZE WtabCreneauxFreq
      INITIALIZE WtabGenresFreq
      MOVE 0 TO WnbCreneauxFreq
      MOVE 0 TO WnbGenresFreq
      MOVE 0 TO WnbSeancesFreq
      OPEN INPUT ffilms
      OPEN INPUT fpointage
      OPEN INPUT fpointageH
      *> premiere passe : les seances vivantes
      OPEN INPUT fseances
      OPEN INPUT fsieges
      OPEN INPUT freservation
      MOVE 0 TO WarchiveFreq
      MOVE 0 TO fsea_id
      MOVE 0 TO WfinFreq
      START fseances KEY IS NOT LESS THAN fsea_id
        INVALID KEY
          MOVE 1 TO WfinFreq
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinFreq = 1
         READ fseances NEXT
           AT END
              MOVE 1 TO WfinFreq
           NOT AT END
              MOVE FUNCTION CONCATENATE(fsea_annee,fsea_mois,fsea_jour) TO Wtampon
              MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WseanceInt
              IF WseanceInt >= WdebutPeriodeInt AND WseanceInt <= WfinPeriodeInt THEN
                 MOVE fsea_id TO WidSeanceFreq
                 MOVE fsea_numsalle TO WsalleFreq
                 MOVE fsea_idfilm TO WfilmFreq
                 MOVE fsea_heure TO WheureFreq
                 PERFORM TRAITE_SEANCE_FREQ
              END-IF
         END-READ
      END-PERFORM
      CLOSE freservation
      CLOSE fsieges
      CLOSE fseances
      *> seconde passe : les seances parties aux archives
      OPEN INPUT fseancesH
      OPEN INPUT fsiegesH
      OPEN INPUT freservationH
      MOVE 1 TO WarchiveFreq
      MOVE 0 TO fseah_id
      MOVE 0 TO WfinFreq
      START fseancesH KEY IS NOT LESS THAN fseah_id
        INVALID KEY
          MOVE 1 TO WfinFreq
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinFreq = 1
         READ fseancesH NEXT
           AT END
              MOVE 1 TO WfinFreq
           NOT AT END
              MOVE FUNCTION CONCATENATE(fseah_annee,fseah_mois,fseah_jour) TO Wtampon
              MOVE FUNCTION INTEGER-OF-DATE(Wtampon) TO WseanceInt
              IF WseanceInt >= WdebutPeriodeInt AND WseanceInt <= WfinPeriodeInt THEN
                 MOVE fseah_id TO WidSeanceFreq
                 MOVE fseah_numsalle TO WsalleFreq
                 MOVE fseah_idfilm TO WfilmFreq
                 MOVE fseah_heure TO WheureFreq
                 PERFORM TRAITE_SEANCE_FREQ
              END-IF
         END-READ
      END-PERFORM
      CLOSE freservationH
      CLOSE fsiegesH
      CLOSE fseancesH
      CLOSE fpointage
      CLOSE fpointageH
      CLOSE ffilms
      *> edition
      MOVE 0 TO WnbSousSeuilFreq
      MOVE FUNCTION CONCATENATE("frequentation-",WjourDebutP,WmoisDebutP,WanneeDebutP,".dat") TO Wfrequentationfichier
      OPEN OUTPUT ffrequentation
      MOVE FUNCTION CONCATENATE("ANALYSE DE FREQUENTATION DU ",WjourDebutP,"/",WmoisDebutP,"/",WanneeDebutP," AU ",WjourFinP,"/",WmoisFinP,"/",WanneeFinP) TO ffq_ligne
      WRITE frequentationTampon
      MOVE FUNCTION CONCATENATE("Seuil de signalement : ",WseuilFreq," % de remplissage, moyennes par seance") TO ffq_ligne
      WRITE frequentationTampon
      MOVE "========================================" TO ffq_ligne
      WRITE frequentationTampon
      MOVE "PAR SALLE, JOUR DE SEMAINE ET TRANCHE HORAIRE" TO ffq_ligne
      WRITE frequentationTampon
      MOVE 0 TO WiFreq
      PERFORM WITH TEST AFTER UNTIL WiFreq >= WnbCreneauxFreq
         COMPUTE WiFreq = WiFreq + 1
         IF WiFreq <= WnbCreneauxFreq THEN
            EVALUATE WjourF(WiFreq)
            WHEN 1
               MOVE "LUNDI" TO WlibJourFreq
            WHEN 2
               MOVE "MARDI" TO WlibJourFreq
            WHEN 3
               MOVE "MERCREDI" TO WlibJourFreq
            WHEN 4
               MOVE "JEUDI" TO WlibJourFreq
            WHEN 5
               MOVE "VENDREDI" TO WlibJourFreq
            WHEN 6
               MOVE "SAMEDI" TO WlibJourFreq
            WHEN OTHER
               MOVE "DIMANCHE" TO WlibJourFreq
            END-EVALUATE
            EVALUATE WtrancheF(WiFreq)
            WHEN 1
               MOVE "MATIN AVANT 12H" TO WlibTrancheFreq
            WHEN 2
               MOVE "MIDI 12H-13H" TO WlibTrancheFreq
            WHEN 3
               MOVE "APRES-MIDI 14H-17H" TO WlibTrancheFreq
            WHEN 4
               MOVE "DEBUT SOIREE 18H-19H" TO WlibTrancheFreq
            WHEN 5
               MOVE "SOIREE 20H-21H" TO WlibTrancheFreq
            WHEN OTHER
               MOVE "NUIT A PARTIR 22H" TO WlibTrancheFreq
            END-EVALUATE
            IF WcapaF(WiFreq) > 0 THEN
               COMPUTE WmoyTauxFreq = WoccF(WiFreq) * 100 / WcapaF(WiFreq)
            ELSE
               MOVE 0 TO WmoyTauxFreq
            END-IF
            COMPUTE WmoyEntreesFreq = WentreesF(WiFreq) / WnbSeancesF(WiFreq)
            COMPUTE WmoyPresentsFreq = WpresentsF(WiFreq) / WnbSeancesF(WiFreq)
            COMPUTE WmoyRecetteFreq = WrecetteF(WiFreq) / WnbSeancesF(WiFreq)
            MOVE WmoyEntreesFreq TO WmoyEntreesEdFreq
            MOVE WmoyPresentsFreq TO WmoyPresentsEdFreq
            MOVE WmoyRecetteFreq TO WmoyRecetteEdFreq
            MOVE FUNCTION CONCATENATE("SALLE ",WsalleF(WiFreq)," ",WlibJourFreq," ",WlibTrancheFreq," seances=",WnbSeancesF(WiFreq)," remplissage=",WmoyTauxFreq,"% entrees=",WmoyEntreesEdFreq," presents=",WmoyPresentsEdFreq," recette=",WmoyRecetteEdFreq) TO ffq_ligne
            WRITE frequentationTampon
            *> creneau reste sous le seuil a chacune de ses seances
            IF WtauxMaxF(WiFreq) < WseuilFreq THEN
               COMPUTE WnbSousSeuilFreq = WnbSousSeuilFreq + 1
               MOVE FUNCTION CONCATENATE("   >>> A SUPPRIMER : jamais au-dessus de ",WtauxMaxF(WiFreq),"% de remplissage") TO ffq_ligne
               WRITE frequentationTampon
               DISPLAY "Créneau sous le seuil : salle ",WsalleF(WiFreq)," ",WlibJourFreq," ",WlibTrancheFreq," (maximum ",WtauxMaxF(WiFreq),"%)"
            END-IF
         END-IF
      END-PERFORM
      MOVE "========================================" TO ffq_ligne
      WRITE frequentationTampon
      MOVE "PAR GENRE" TO ffq_ligne
      WRITE frequentationTampon
      MOVE 0 TO WiFreq
      PERFORM WITH TEST AFTER UNTIL WiFreq >= WnbGenresFreq
         COMPUTE WiFreq = WiFreq + 1
         IF WiFreq <= WnbGenresFreq THEN
            IF WcapaG(WiFreq) > 0 THEN
               COMPUTE WmoyTauxFreq = WoccG(WiFreq) * 100 / WcapaG(WiFreq)
            ELSE
               MOVE 0 TO WmoyTauxFreq
            END-IF
            COMPUTE WmoyEntreesFreq = WentreesG(WiFreq) / WnbSeancesG(WiFreq)
            COMPUTE WmoyPresentsFreq = WpresentsG(WiFreq) / WnbSeancesG(WiFreq)
            COMPUTE WmoyRecetteFreq = WrecetteG(WiFreq) / WnbSeancesG(WiFreq)
            MOVE WmoyEntreesFreq TO WmoyEntreesEdFreq
            MOVE WmoyPresentsFreq TO WmoyPresentsEdFreq
            MOVE WmoyRecetteFreq TO WmoyRecetteEdFreq
            MOVE FUNCTION CONCATENATE("GENRE ",WnomGenreG(WiFreq)," seances=",WnbSeancesG(WiFreq)," remplissage=",WmoyTauxFreq,"% entrees=",WmoyEntreesEdFreq," presents=",WmoyPresentsEdFreq," recette=",WmoyRecetteEdFreq) TO ffq_ligne
            WRITE frequentationTampon
         END-IF
      END-PERFORM
      MOVE "========================================" TO ffq_ligne
      WRITE frequentationTampon
      MOVE FUNCTION CONCATENATE("TOTAL seances=",WnbSeancesFreq," creneaux=",WnbCreneauxFreq," creneaux sous le seuil=",WnbSousSeuilFreq) TO ffq_ligne
      WRITE frequentationTampon
      CLOSE ffrequentation
      DISPLAY "Séances analysées          : ",WnbSeancesFreq
      DISPLAY "Créneaux                   : ",WnbCreneauxFreq
      DISPLAY "Créneaux sous le seuil     : ",WnbSousSeuilFreq
      DISPLAY "Analyse écrite dans ",Wfrequentationfichier
      MOVE "ANALYSE_FREQUENTATION" TO Wjtype
      MOVE FUNCTION CONCATENATE(WdebutPeriode,"-",WfinPeriode) TO Wjcle
      MOVE SPACES TO Wjavant
      MOVE FUNCTION CONCATENATE("seances=",WnbSeancesFreq," creneaux=",WnbCreneauxFreq," sous seuil=",WnbSousSeuilFreq," seuil=",WseuilFreq) TO Wjapres
      PERFORM ECRIT_JOURNAL
      DISPLAY "----------------- FIN analyse de fréquentation ---------------".

    *> ECRIT_CR_WEB : ajoute la ligne deja preparee dans fwc_ligne au compte rendu d'intégration web (fwebcr ouvert par IMPORT_RESERVATIONS_WEB)
    ECRIT_CR_WEB.
      WRITE webcrTampon.

    *> CHERCHE_PLACES_WEB : complète WsiegeWeb(1..WplaceWeb) avec les sièges libres de catégorie WcatWeb de la séance fwb_idseance, dans l'ordre du plan de salle, chacun retenu dès qu'il est pris (fsieges ouvert en I-O par l'appelant, WiWeb = sièges déjà trouvés)
    CHERCHE_PLACES_WEB.
      MOVE fwb_idseance TO fsi_idseance
      MOVE 0 TO WfinSiegeWeb
      START fsieges KEY = fsi_idseance
        INVALID KEY
          MOVE 1 TO WfinSiegeWeb
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinSiegeWeb = 1
         READ fsieges NEXT
           AT END
              MOVE 1 TO WfinSiegeWeb
           NOT AT END
              IF fsi_idseance <> fwb_idseance THEN
                 MOVE 1 TO WfinSiegeWeb
              ELSE
                 *> les sieges retenus par une vente en cours au guichet
                 *> ne sont jamais pris par une commande web
                 IF fsi_numresa = 0 AND fsi_categorie = WcatWeb THEN
                    PERFORM CALCULE_RETENUE_ACTIVE
                    IF WretenueActive = 0 THEN
                       MOVE FUNCTION CURRENT-DATE(1:8) TO fsi_dateret
                       MOVE FUNCTION CURRENT-DATE(9:6) TO fsi_heureret
                       REWRITE siegeTampon
                       COMPUTE WiWeb = WiWeb + 1
                       MOVE fsi_numsiege TO WsiegeWeb(WiWeb)
                       IF WiWeb >= WplaceWeb THEN
                          MOVE 1 TO WfinSiegeWeb
                       END-IF
                    END-IF
                 END-IF
              END-IF
         END-READ
      END-PERFORM.

    *> CHOISIT_SIEGES_WEB : attribue les sièges de la commande web chargée dans webcmdTampon avec les contrôles de SELECTIONNE_SIEGES (siège existant, libre, non retenu au guichet, pas deux fois le même) et pose comme elle une retenue sur chaque siège pris : sièges demandés sur le site, ou meilleures places disponibles (standard puis premium sans supplément, jamais PMR d'office) ; WmotifWeb renseigné si la commande ne peut être servie
    CHOISIT_SIEGES_WEB.
      MOVE 0 TO WnbPremium
      MOVE 0 TO WiWeb
      INITIALIZE WtabSiegesWeb
      OPEN I-O fsieges
      IF fwb_siege(1) NOT = 0 THEN
         PERFORM WITH TEST AFTER UNTIL WiWeb >= WplaceWeb OR WmotifWeb NOT = SPACES
            COMPUTE WiWeb = WiWeb + 1
            MOVE fwb_siege(WiWeb) TO WnumSiege
            IF WnumSiege = 0 THEN
               MOVE "moins de sieges demandes que de places" TO WmotifWeb
            ELSE
               MOVE 0 TO WdoublonWeb
               MOVE 0 TO WjWeb
               PERFORM WITH TEST AFTER UNTIL WjWeb >= WiWeb
                  COMPUTE WjWeb = WjWeb + 1
                  IF WjWeb < WiWeb AND WsiegeWeb(WjWeb) = WnumSiege THEN
                     MOVE 1 TO WdoublonWeb
                  END-IF
               END-PERFORM
               IF WdoublonWeb = 1 THEN
                  MOVE FUNCTION CONCATENATE("siege ",WnumSiege," demande deux fois") TO WmotifWeb
               ELSE
                  MOVE fwb_idseance TO fsi_idseance
                  MOVE WnumSiege TO fsi_numsiege
                  READ fsieges
                    INVALID KEY
                       MOVE FUNCTION CONCATENATE("siege ",WnumSiege," inexistant") TO WmotifWeb
                    NOT INVALID KEY
                       PERFORM CALCULE_RETENUE_ACTIVE
                       IF fsi_numresa NOT = 0 OR WretenueActive = 1 THEN
                          MOVE FUNCTION CONCATENATE("siege ",WnumSiege," deja pris") TO WmotifWeb
                       ELSE
                          *> retenue horodatee comme au guichet :
                          *> aucune vente ne prend le siege avant
                          *> l'ecriture de la reservation web
                          MOVE FUNCTION CURRENT-DATE(1:8) TO fsi_dateret
                          MOVE FUNCTION CURRENT-DATE(9:6) TO fsi_heureret
                          REWRITE siegeTampon
                          MOVE WnumSiege TO WsiegeWeb(WiWeb)
                          IF fsi_categorie = "P" THEN
                             COMPUTE WnbPremium = WnbPremium + 1
                          END-IF
                       END-IF
                  END-READ
               END-IF
            END-IF
         END-PERFORM
         IF WmotifWeb = SPACES AND WplaceWeb < WmaxSiege THEN
            IF fwb_siege(WplaceWeb + 1) NOT = 0 THEN
               MOVE "plus de sieges demandes que de places" TO WmotifWeb
            END-IF
         END-IF
      ELSE
         *> meilleures places : le client n'a pas choisi de premium,
         *> un siege premium n'est donne qu'a defaut de standard et
         *> sans supplement
         MOVE "S" TO WcatWeb
         PERFORM CHERCHE_PLACES_WEB
         IF WiWeb < WplaceWeb THEN
            MOVE "P" TO WcatWeb
            PERFORM CHERCHE_PLACES_WEB
         END-IF
         IF WiWeb < WplaceWeb THEN
            MOVE "seance complete" TO WmotifWeb
         END-IF
      END-IF
      CLOSE fsieges
      IF WmotifWeb NOT = SPACES THEN
         PERFORM LIBERE_SIEGES_WEB
      END-IF.

    *> LIBERE_SIEGES_WEB : la commande web n'est pas intégrée, les retenues posées sur les sièges WsiegeWeb de la séance fwb_idseance sont effacées par LIBERE_RETENUES
    LIBERE_SIEGES_WEB.
      MOVE fwb_idseance TO fr_idseance
      MOVE 0 TO fr_nbsieges
      MOVE 0 TO WjWeb
      PERFORM WITH TEST AFTER UNTIL WjWeb >= 20
         COMPUTE WjWeb = WjWeb + 1
         MOVE WsiegeWeb(WjWeb) TO fr_siege(WjWeb)
         IF WsiegeWeb(WjWeb) NOT = 0 THEN
            MOVE WjWeb TO fr_nbsieges
         END-IF
      END-PERFORM
      IF fr_nbsieges > 0 THEN
         PERFORM LIBERE_RETENUES
      END-IF.

    *> CONTROLE_COMMANDE_WEB : contrôle la commande web chargée dans webcmdTampon (nombre de places, séance existante et à venir, sièges) ; WmotifWeb reste à blanc si elle peut être intégrée, seaTampon est alors chargé (fseances ouvert par l'appelant)
    CONTROLE_COMMANDE_WEB.
      IF WplaceWeb = 0 OR WplaceWeb > WmaxSiege THEN
         MOVE "nombre de places invalide" TO WmotifWeb
      END-IF
      IF WmotifWeb = SPACES THEN
         MOVE fwb_idseance TO fsea_id
         READ fseances
           INVALID KEY
              MOVE "seance inconnue ou supprimee" TO WmotifWeb
           NOT INVALID KEY
              MOVE FUNCTION CONCATENATE(fsea_annee,fsea_mois,fsea_jour) TO WdateSeanceWeb
              COMPUTE WheureSeanceWeb = fsea_heure * 100 + fsea_minute
              MOVE FUNCTION CURRENT-DATE(1:8) TO Waujourdhui
              MOVE FUNCTION CURRENT-DATE(9:4) TO WheureActWeb
              IF WdateSeanceWeb < Waujourdhui THEN
                 MOVE "seance deja passee" TO WmotifWeb
              ELSE
                 IF WdateSeanceWeb = Waujourdhui AND WheureSeanceWeb < WheureActWeb THEN
                    MOVE "seance deja commencee" TO WmotifWeb
                 END-IF
              END-IF
         END-READ
      END-IF
      IF WmotifWeb = SPACES THEN
         PERFORM CHOISIT_SIEGES_WEB
      END-IF.

    *> MAJ_SUIVI_WEB : note au suivi l'étape que vient de franchir la commande web (fws_statut, réservation fr_num) ; si l'écriture est refusée, l'intégration s'arrête là et la commande reprend au prochain import à la dernière étape notée
    MAJ_SUIVI_WEB.
      MOVE fwb_refweb TO fws_refweb
      MOVE fr_num TO fws_numresa
      MOVE FUNCTION CURRENT-DATE(1:8) TO fws_date
      REWRITE websuiviTampon
      END-REWRITE
      IF fws_stat NOT = 00 THEN
         MOVE 1 TO WarretWeb
         MOVE FUNCTION CONCATENATE("INTERROMPUE ",fwb_refweb," resa=",fr_num," etape ",fws_statut," non notee au suivi, code ",fws_stat,", reprise au prochain import") TO fwc_ligne
         PERFORM ECRIT_CR_WEB
      END-IF.

    *> VERIFIE_SIEGES_REPRISE_WEB : reprise à l'étape E, les sièges fr_siege(1..fr_nbsieges) de la réservation déjà écrite ne sont pas encore attribués : chacun doit être libre ou déjà à elle, sans retenue d'une vente en cours ; sinon la commande est signalée au compte rendu, le suivi reste à E et WarretWeb est positionné
    VERIFIE_SIEGES_REPRISE_WEB.
      OPEN INPUT fsieges
      MOVE 0 TO WjWeb
      PERFORM WITH TEST AFTER UNTIL WjWeb >= fr_nbsieges OR WarretWeb = 1
         COMPUTE WjWeb = WjWeb + 1
         MOVE fr_idseance TO fsi_idseance
         MOVE fr_siege(WjWeb) TO fsi_numsiege
         READ fsieges
           INVALID KEY
              MOVE 1 TO WarretWeb
              MOVE FUNCTION CONCATENATE("A VERIFIER ",fwb_refweb," etape E resa=",fr_num," siege ",fr_siege(WjWeb)," absent du plan de salle") TO fwc_ligne
           NOT INVALID KEY
              IF fsi_numresa NOT = 0 AND fsi_numresa NOT = fr_num THEN
                 MOVE 1 TO WarretWeb
                 MOVE FUNCTION CONCATENATE("A VERIFIER ",fwb_refweb," etape E resa=",fr_num," siege ",fr_siege(WjWeb)," deja vendu (resa ",fsi_numresa,")") TO fwc_ligne
              ELSE
                 IF fsi_numresa = 0 THEN
                    *> une retenue encore active peut etre celle d'une
                    *> vente au guichet : la commande attend qu'elle
                    *> expire ou soit confirmee
                    PERFORM CALCULE_RETENUE_ACTIVE
                    IF WretenueActive = 1 THEN
                       MOVE 1 TO WarretWeb
                       MOVE FUNCTION CONCATENATE("A VERIFIER ",fwb_refweb," etape E resa=",fr_num," siege ",fr_siege(WjWeb)," retenu par une vente en cours, relancer l'import") TO fwc_ligne
                    END-IF
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE fsieges
      IF WarretWeb = 1 THEN
         PERFORM ECRIT_CR_WEB
      END-IF.

    *> FINALISE_COMMANDE_WEB : la réservation web est écrite (reserTampon et seaTampon chargés, étape fws_statut) : chaque étape est notée au suivi dès qu'elle est faite, E réservation écrite, S sièges attribués et total d'entrées du film, P paiement W payé, I billet, points de fidélité et notification de confirmation ; une reprise repart de l'étape notée
    FINALISE_COMMANDE_WEB.
      MOVE 0 TO WarretWeb
      IF fws_statut = "E" AND WrepriseWeb = 1 THEN
         PERFORM VERIFIE_SIEGES_REPRISE_WEB
      END-IF
      IF fws_statut = "E" AND WarretWeb = 0 THEN
         *> sans effet sur des sieges deja attribues
         PERFORM CONFIRME_RETENUES
         OPEN I-O fstats
         MOVE fsea_idfilm TO fst_idfilm
         READ fstats
           INVALID KEY
             MOVE fsea_idfilm TO fst_idfilm
             MOVE fr_place TO fst_nbplace
             WRITE statsTampon
           NOT INVALID KEY
             COMPUTE fst_nbplace = fst_nbplace + fr_place
             REWRITE statsTampon
         END-READ
         CLOSE fstats
         MOVE "S" TO fws_statut
         PERFORM MAJ_SUIVI_WEB
         MOVE "AJOUT_RESERVATION_WEB" TO Wjtype
         MOVE fr_num TO Wjcle
         MOVE SPACES TO Wjavant
         MOVE FUNCTION CONCATENATE("ref=",fwb_refweb," seance=",fsea_id," places=",fr_place," montant=",fr_montant) TO Wjapres
         PERFORM ECRIT_JOURNAL
      END-IF
      IF fws_statut = "S" AND WarretWeb = 0 THEN
         *> un paiement ecrit juste avant une interruption n'est pas
         *> enregistre une seconde fois
         MOVE 0 TO WpaiementWeb
         OPEN INPUT fpaiements
         MOVE fr_num TO fp_numresa
         START fpaiements KEY = fp_numresa
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             READ fpaiements NEXT
               AT END
                  CONTINUE
               NOT AT END
                  IF fp_numresa = fr_num THEN
                     MOVE 1 TO WpaiementWeb
                  END-IF
             END-READ
         END-START
         CLOSE fpaiements
         IF WpaiementWeb = 0 THEN
            *> encaisse par le partenaire : le moyen W tient la vente
            *> hors du tiroir a la cloture de caisse
            MOVE fr_num TO WnumR
            MOVE fr_montant TO WmontantR
            MOVE "W" TO WmoyenP
            MOVE "P" TO WstatutP
            PERFORM ENREGISTRE_PAIEMENT
         END-IF
         MOVE "P" TO fws_statut
         PERFORM MAJ_SUIVI_WEB
      END-IF
      IF fws_statut = "P" AND WarretWeb = 0 THEN
         PERFORM EDITE_BILLET
         MOVE fr_mail TO WmailPoints
         MOVE fr_place TO WplacePoints
         PERFORM CREDITE_POINTS
         MOVE "CONFIRMATION_WEB" TO WtypeNotif
         MOVE fr_mail TO WmailNotif
         MOVE FUNCTION CONCATENATE("Votre commande ",fwb_refweb," est confirmee : reservation no ",fr_num," seance ",fr_idseance," du ",fsea_jour,"/",fsea_mois,"/",fsea_annee," a ",fsea_heure,":",fsea_minute,", ",fr_place," place(s), billet a presenter a l'entree") TO WtexteNotif
         PERFORM CREE_NOTIFICATION
         MOVE "I" TO fws_statut
         MOVE SPACES TO fws_motif
         IF WtarifWeb <> fr_montant THEN
            *> le site applique ses propres prix : l'ecart est signale,
            *> la reservation garde le montant reellement regle
            COMPUTE WnbWebEcart = WnbWebEcart + 1
            MOVE FUNCTION CONCATENATE("ecart tarif guichet ",WtarifWeb) TO fws_motif
         END-IF
         PERFORM MAJ_SUIVI_WEB
      END-IF
      IF fws_statut = "I" AND WarretWeb = 0 THEN
         COMPUTE WnbWebIntegre = WnbWebIntegre + 1
         IF WrepriseWeb = 1 THEN
            MOVE FUNCTION CONCATENATE("INTEGREE (reprise) ",fwb_refweb," resa=",fr_num," seance=",fr_idseance," places=",fr_place," montant=",fr_montant) TO fwc_ligne
         ELSE
            MOVE FUNCTION CONCATENATE("INTEGREE ",fwb_refweb," resa=",fr_num," seance=",fr_idseance," places=",fr_place," montant=",fr_montant," ",fws_motif) TO fwc_ligne
         END-IF
         PERFORM ECRIT_CR_WEB
      END-IF.

    *> INTEGRE_COMMANDE_WEB : écrit la réservation ferme de la commande web contrôlée (sièges dans WsiegeWeb, seaTampon chargé) : numéro attribué et noté à l'étape E au suivi avant l'écriture, puis FINALISE_COMMANDE_WEB
    INTEGRE_COMMANDE_WEB.
      *> montant aux tarifs du guichet, pour signaler un ecart avec le
      *> montant regle sur le site
      COMPUTE WtarifWeb = fwb_placeAdulte * WtarifAdulte + fwb_placeEnfant * WtarifEnfant + fwb_placeAbonne * WtarifReduc + WnbPremium * WtarifPremium
      IF fsea_typedif = 1 THEN
         COMPUTE WtarifWeb = WtarifWeb + WplaceWeb * Wtarif3D
      END-IF
      OPEN I-O freservation
      PERFORM PROCHAIN_NUM_RESA
      MOVE WprochainNumResa TO WnumWeb
      *> le numero est note au suivi avant l'ecriture : une reprise
      *> apres interruption retrouve ainsi la reservation deja ecrite
      MOVE fwb_refweb TO fws_refweb
      MOVE WnumWeb TO fws_numresa
      MOVE FUNCTION CURRENT-DATE(1:8) TO fws_date
      MOVE "E" TO fws_statut
      MOVE SPACES TO fws_motif
      IF WsuiviWeb = 1 THEN
         REWRITE websuiviTampon
         END-REWRITE
      ELSE
         WRITE websuiviTampon
         END-WRITE
      END-IF
      IF fws_stat NOT = 00 THEN
         MOVE FUNCTION CONCATENATE("erreur ecriture suivi, code ",fws_stat) TO WmotifWeb
         CLOSE freservation
         PERFORM LIBERE_SIEGES_WEB
      ELSE
         MOVE 1 TO WsuiviWeb
         MOVE WnumWeb TO fr_num
         MOVE fwb_idseance TO fr_idseance
         MOVE WplaceWeb TO fr_place
         MOVE fwb_montant TO fr_montant
         MOVE fwb_placeAbonne TO fr_placeAbonne
         MOVE WplaceWeb TO fr_nbsieges
         MOVE 0 TO WiWeb
         PERFORM WITH TEST AFTER UNTIL WiWeb >= 20
            COMPUTE WiWeb = WiWeb + 1
            MOVE WsiegeWeb(WiWeb) TO fr_siege(WiWeb)
         END-PERFORM
         MOVE fwb_mail TO fr_mail
         MOVE fwb_placeEnfant TO fr_placeEnfant
         MOVE "F" TO fr_statut
         MOVE 0 TO fr_datelimite
         WRITE reserTampon
         END-WRITE
         IF fr_stat NOT = 00 THEN
            MOVE FUNCTION CONCATENATE("erreur ecriture reservation, code ",fr_stat) TO WmotifWeb
            CLOSE freservation
            PERFORM LIBERE_SIEGES_WEB
         ELSE
            CLOSE freservation
            PERFORM FINALISE_COMMANDE_WEB
         END-IF
      END-IF.

    *> REJETTE_COMMANDE_WEB : la commande web ne peut être servie (motif WmotifWeb) : elle est notée rejetée au suivi et part dans le fichier des rejets à renvoyer au partenaire pour remboursement
    REJETTE_COMMANDE_WEB.
      COMPUTE WnbWebRejet = WnbWebRejet + 1
      MOVE fwb_refweb TO fws_refweb
      MOVE 0 TO fws_numresa
      MOVE FUNCTION CURRENT-DATE(1:8) TO fws_date
      MOVE "R" TO fws_statut
      MOVE WmotifWeb TO fws_motif
      IF WsuiviWeb = 1 THEN
         REWRITE websuiviTampon
         END-REWRITE
      ELSE
         WRITE websuiviTampon
         END-WRITE
      END-IF
      MOVE FUNCTION CONCATENATE("ref=",fwb_refweb," seance=",fwb_idseance," montant=",fwb_montant," motif=",WmotifWeb," mail=",fwb_mail) TO fwr_ligne
      WRITE webrejetTampon
      MOVE FUNCTION CONCATENATE("REJETEE ",fwb_refweb," seance=",fwb_idseance," : ",WmotifWeb) TO fwc_ligne
      PERFORM ECRIT_CR_WEB
      MOVE "REJET_RESERVATION_WEB" TO Wjtype
      MOVE fwb_refweb TO Wjcle
      MOVE SPACES TO Wjavant
      MOVE FUNCTION CONCATENATE("seance=",fwb_idseance," montant=",fwb_montant," motif=",WmotifWeb) TO Wjapres
      PERFORM ECRIT_JOURNAL.

    *> TRAITE_COMMANDE_WEB : traite une ligne de reservations-web.dat (webcmdTampon chargé, fwebsuivi ouvert en I-O) : commande déjà intégrée ou rejetée ignorée, intégration interrompue reprise à l'étape notée au suivi sur la réservation déjà écrite, sinon contrôle puis intégration ou rejet
    TRAITE_COMMANDE_WEB.
      MOVE SPACES TO WmotifWeb
      MOVE 0 TO WrepriseWeb
      MOVE 0 TO WsuiviWeb
      MOVE 0 TO WnumWeb
      COMPUTE WplaceWeb = fwb_placeAdulte + fwb_placeEnfant + fwb_placeAbonne
      MOVE fwb_refweb TO fws_refweb
      READ fwebsuivi
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE 1 TO WsuiviWeb
           IF fws_statut = "E" OR fws_statut = "S" OR fws_statut = "P" THEN
              MOVE fws_numresa TO WnumWeb
              MOVE 1 TO WrepriseWeb
           ELSE
              MOVE 2 TO WrepriseWeb
           END-IF
      END-READ
      IF WrepriseWeb = 1 THEN
         OPEN INPUT freservation
         MOVE WnumWeb TO fr_num
         READ freservation
           INVALID KEY
              MOVE 0 TO WrepriseWeb
           NOT INVALID KEY
              IF fr_idseance <> fwb_idseance THEN
                 MOVE 0 TO WrepriseWeb
              END-IF
         END-READ
         CLOSE freservation
         *> interrompue entre le suivi et la reservation : si elle n'a
         *> pas ete ecrite, la commande est traitee a neuf ; au-dela de
         *> l'etape E elle devrait exister et la commande est laissee
         *> en l'etat pour verification
         IF WrepriseWeb = 0 AND fws_statut NOT = "E" THEN
            MOVE 3 TO WrepriseWeb
         END-IF
      END-IF
      EVALUATE WrepriseWeb
        WHEN 2
           COMPUTE WnbWebDeja = WnbWebDeja + 1
           MOVE FUNCTION CONCATENATE("DEJA TRAITEE ",fwb_refweb," statut=",fws_statut," resa=",fws_numresa," le ",fws_date) TO fwc_ligne
           PERFORM ECRIT_CR_WEB
        WHEN 3
           MOVE FUNCTION CONCATENATE("A VERIFIER ",fwb_refweb," etape ",fws_statut," resa=",fws_numresa," introuvable, commande laissee en l'etat") TO fwc_ligne
           PERFORM ECRIT_CR_WEB
        WHEN 1
           COMPUTE WnbWebReprise = WnbWebReprise + 1
           MOVE fr_idseance TO fsea_id
           READ fseances
             INVALID KEY
                CONTINUE
           END-READ
           MOVE fr_montant TO WtarifWeb
           PERFORM FINALISE_COMMANDE_WEB
        WHEN OTHER
           PERFORM CONTROLE_COMMANDE_WEB
           IF WmotifWeb = SPACES THEN
              PERFORM INTEGRE_COMMANDE_WEB
           END-IF
           IF WmotifWeb NOT = SPACES THEN
              PERFORM REJETTE_COMMANDE_WEB
           END-IF
      END-EVALUATE.

    *> IMPORT_RESERVATIONS_WEB : intègre les commandes réglées sur le site du partenaire (reservations-web.dat) avec les contrôles du guichet, paiement W hors tiroir, billet, points et notification de confirmation ; rejets dans rejets-web-JJMMAAAA.dat pour remboursement par le partenaire, compte rendu dans reservations-web-cr.dat ; relançable, une commande n'est jamais intégrée deux fois
    IMPORT_RESERVATIONS_WEB.
      DISPLAY "----------------- DEBUT import des réservations web ---------------"
      MOVE 0 TO WnbWebLu
      MOVE 0 TO WnbWebIntegre
      MOVE 0 TO WnbWebRejet
      MOVE 0 TO WnbWebDeja
      MOVE 0 TO WnbWebReprise
      MOVE 0 TO WnbWebEcart
      OPEN INPUT fwebcmd
      IF fwb_stat NOT = 00 THEN
         DISPLAY "Fichier reservations-web.dat introuvable, code ",fwb_stat
      ELSE
         PERFORM CHARGE_TARIFS
         MOVE FUNCTION CURRENT-DATE TO Wjournaldate21
         MOVE FUNCTION CONCATENATE("rejets-web-",Wjournaldate21(7:2),Wjournaldate21(5:2),Wjournaldate21(1:4),".dat") TO Wwebrejetfichier
         *> une reprise le meme jour complete le fichier des rejets
         OPEN EXTEND fwebrejet
         IF fwr_stat = 35 THEN
            OPEN OUTPUT fwebrejet
         END-IF
         OPEN OUTPUT fwebcr
         MOVE FUNCTION CONCATENATE("COMPTE RENDU D'INTEGRATION WEB DU ",Wjournaldate21(1:8),"-",Wjournaldate21(9:6)) TO fwc_ligne
         PERFORM ECRIT_CR_WEB
         OPEN I-O fwebsuivi
         OPEN INPUT fseances
         MOVE 0 TO WfinWeb
         PERFORM WITH TEST AFTER UNTIL WfinWeb = 1
            READ fwebcmd
              AT END
                 MOVE 1 TO WfinWeb
              NOT AT END
                 COMPUTE WnbWebLu = WnbWebLu + 1
                 PERFORM TRAITE_COMMANDE_WEB
            END-READ
         END-PERFORM
         CLOSE fseances
         CLOSE fwebsuivi
         MOVE "----------------------------------------" TO fwc_ligne
         PERFORM ECRIT_CR_WEB
         MOVE FUNCTION CONCATENATE("lues=",WnbWebLu," integrees=",WnbWebIntegre," dont reprises=",WnbWebReprise," rejetees=",WnbWebRejet," deja traitees=",WnbWebDeja," ecarts tarif=",WnbWebEcart) TO fwc_ligne
         PERFORM ECRIT_CR_WEB
         CLOSE fwebcr
         CLOSE fwebrejet
         CLOSE fwebcmd
         DISPLAY "Commandes lues          : ",WnbWebLu
         DISPLAY "Commandes intégrées     : ",WnbWebIntegre
         DISPLAY "  dont reprises         : ",WnbWebReprise
         DISPLAY "Commandes rejetées      : ",WnbWebRejet
         DISPLAY "Déjà traitées (ignorées): ",WnbWebDeja
         DISPLAY "Écarts avec le tarif    : ",WnbWebEcart
         DISPLAY "Compte rendu écrit dans reservations-web-cr.dat"
         IF WnbWebRejet > 0 THEN
            DISPLAY "Rejets à renvoyer au partenaire dans ",Wwebrejetfichier
         END-IF
         MOVE "IMPORT_RESERVATIONS_WEB" TO Wjtype
         MOVE SPACES TO Wjcle
         MOVE SPACES TO Wjavant
         MOVE FUNCTION CONCATENATE("lues=",WnbWebLu," integrees=",WnbWebIntegre," reprises=",WnbWebReprise," rejets=",WnbWebRejet," deja=",WnbWebDeja) TO Wjapres
         PERFORM ECRIT_JOURNAL
      END-IF
      DISPLAY "----------------- FIN import des réservations web ---------------".

    *> NOM_FICHIER_SAUV : renvoie dans WnomSauv le nom (sans .dat) du fichier indexé numéro WiSauv et dans WlibTotalSauv le champ totalisé à l'enregistrement de contrôle de sa sauvegarde
    NOM_FICHIER_SAUV.
      EVALUATE WiSauv
      WHEN 1
         MOVE "seances" TO WnomSauv
         MOVE "numeros de seance" TO WlibTotalSauv
      WHEN 2
         MOVE "salles" TO WnomSauv
         MOVE "places" TO WlibTotalSauv
      WHEN 3
         MOVE "films" TO WnomSauv
         MOVE "numeros de film" TO WlibTotalSauv
      WHEN 4
         MOVE "clients" TO WnomSauv
         MOVE "points de fidelite" TO WlibTotalSauv
      WHEN 5
         MOVE "reservation" TO WnomSauv
         MOVE "montants" TO WlibTotalSauv
      WHEN 6
         MOVE "sieges" TO WnomSauv
         MOVE "numeros de reservation" TO WlibTotalSauv
      WHEN 7
         MOVE "tarifs" TO WnomSauv
         MOVE "montants" TO WlibTotalSauv
      WHEN 8
         MOVE "stats" TO WnomSauv
         MOVE "entrees" TO WlibTotalSauv
      WHEN 9
         MOVE "attente" TO WnomSauv
         MOVE "places" TO WlibTotalSauv
      WHEN 10
         MOVE "paiements" TO WnomSauv
         MOVE "montants" TO WlibTotalSauv
      WHEN 11
         MOVE "seances-archive" TO WnomSauv
         MOVE "numeros de seance" TO WlibTotalSauv
      WHEN 12
         MOVE "reservation-archive" TO WnomSauv
         MOVE "montants" TO WlibTotalSauv
      WHEN 13
         MOVE "sieges-archive" TO WnomSauv
         MOVE "numeros de reservation" TO WlibTotalSauv
      WHEN 14
         MOVE "pointage" TO WnomSauv
         MOVE "numeros de reservation" TO WlibTotalSauv
      WHEN 15
         MOVE "cheques" TO WnomSauv
         MOVE "soldes" TO WlibTotalSauv
      WHEN 16
         MOVE "notifications" TO WnomSauv
         MOVE "numeros de notification" TO WlibTotalSauv
      WHEN 17
         MOVE "distributeurs" TO WnomSauv
         MOVE "numeros de distributeur" TO WlibTotalSauv
      WHEN 18
         MOVE "articles" TO WnomSauv
         MOVE "stocks" TO WlibTotalSauv
      WHEN 19
         MOVE "ventes" TO WnomSauv
         MOVE "montants" TO WlibTotalSauv
      WHEN 20
         MOVE "mouvements-stock" TO WnomSauv
         MOVE "quantites" TO WlibTotalSauv
      WHEN 21
         MOVE "points" TO WnomSauv
         MOVE "points" TO WlibTotalSauv
      WHEN 22
         MOVE "promos" TO WnomSauv
         MOVE "utilisations" TO WlibTotalSauv
      WHEN 23
         MOVE "promos-utilisations" TO WnomSauv
         MOVE "remises" TO WlibTotalSauv
      WHEN 24
         MOVE "reservations-web-suivi" TO WnomSauv
         MOVE "numeros de reservation" TO WlibTotalSauv
      WHEN 25
         MOVE "operateurs" TO WnomSauv
         MOVE "dates de creation" TO WlibTotalSauv
      WHEN 26
         MOVE "pointage-archive" TO WnomSauv
         MOVE "numeros de reservation" TO WlibTotalSauv
      END-EVALUATE.

    *> OUVRE_FICHIER_SAUV : ouvre en lecture le fichier indexé WiSauv, statut d'ouverture dans WstatOuvSauv
    OUVRE_FICHIER_SAUV.
      EVALUATE WiSauv
      WHEN 1
         OPEN INPUT fseances
         MOVE fsea_stat TO WstatOuvSauv
      WHEN 2
         OPEN INPUT fsalles
         MOVE fsal_stat TO WstatOuvSauv
      WHEN 3
         OPEN INPUT ffilms
         MOVE ff_stat TO WstatOuvSauv
      WHEN 4
         OPEN INPUT fclients
         MOVE fc_stat TO WstatOuvSauv
      WHEN 5
         OPEN INPUT freservation
         MOVE fr_stat TO WstatOuvSauv
      WHEN 6
         OPEN INPUT fsieges
         MOVE fsi_stat TO WstatOuvSauv
      WHEN 7
         OPEN INPUT ftarifs
         MOVE ft_stat TO WstatOuvSauv
      WHEN 8
         OPEN INPUT fstats
         MOVE fst_stat TO WstatOuvSauv
      WHEN 9
         OPEN INPUT fattente
         MOVE fa_stat TO WstatOuvSauv
      WHEN 10
         OPEN INPUT fpaiements
         MOVE fp_stat TO WstatOuvSauv
      WHEN 11
         OPEN INPUT fseancesH
         MOVE fseah_stat TO WstatOuvSauv
      WHEN 12
         OPEN INPUT freservationH
         MOVE frh_stat TO WstatOuvSauv
      WHEN 13
         OPEN INPUT fsiegesH
         MOVE fsih_stat TO WstatOuvSauv
      WHEN 14
         OPEN INPUT fpointage
         MOVE fpt_stat TO WstatOuvSauv
      WHEN 15
         OPEN INPUT fcheques
         MOVE fq_stat TO WstatOuvSauv
      WHEN 16
         OPEN INPUT fnotifs
         MOVE fn_stat TO WstatOuvSauv
      WHEN 17
         OPEN INPUT fdistrib
         MOVE fdi_stat TO WstatOuvSauv
      WHEN 18
         OPEN INPUT farticles
         MOVE fart_stat TO WstatOuvSauv
      WHEN 19
         OPEN INPUT fventes
         MOVE fv_stat TO WstatOuvSauv
      WHEN 20
         OPEN INPUT fmvtstock
         MOVE fms_stat TO WstatOuvSauv
      WHEN 21
         OPEN INPUT fpoints
         MOVE fpo_stat TO WstatOuvSauv
      WHEN 22
         OPEN INPUT fpromos
         MOVE fpr_stat TO WstatOuvSauv
      WHEN 23
         OPEN INPUT fpromoutil
         MOVE fpu_stat TO WstatOuvSauv
      WHEN 24
         OPEN INPUT fwebsuivi
         MOVE fws_stat TO WstatOuvSauv
      WHEN 25
         OPEN INPUT foperateurs
         MOVE fop_stat TO WstatOuvSauv
      WHEN 26
         OPEN INPUT fpointageH
         MOVE fpth_stat TO WstatOuvSauv
      END-EVALUATE.

    *> OUVRE_FICHIER_REST : ouvre en création le fichier indexé WiSauv (le fichier vivant est vidé), statut d'ouverture dans WstatOuvSauv
    OUVRE_FICHIER_REST.
      EVALUATE WiSauv
      WHEN 1
         OPEN OUTPUT fseances
         MOVE fsea_stat TO WstatOuvSauv
      WHEN 2
         OPEN OUTPUT fsalles
         MOVE fsal_stat TO WstatOuvSauv
      WHEN 3
         OPEN OUTPUT ffilms
         MOVE ff_stat TO WstatOuvSauv
      WHEN 4
         OPEN OUTPUT fclients
         MOVE fc_stat TO WstatOuvSauv
      WHEN 5
         OPEN OUTPUT freservation
         MOVE fr_stat TO WstatOuvSauv
      WHEN 6
         OPEN OUTPUT fsieges
         MOVE fsi_stat TO WstatOuvSauv
      WHEN 7
         OPEN OUTPUT ftarifs
         MOVE ft_stat TO WstatOuvSauv
      WHEN 8
         OPEN OUTPUT fstats
         MOVE fst_stat TO WstatOuvSauv
      WHEN 9
         OPEN OUTPUT fattente
         MOVE fa_stat TO WstatOuvSauv
      WHEN 10
         OPEN OUTPUT fpaiements
         MOVE fp_stat TO WstatOuvSauv
      WHEN 11
         OPEN OUTPUT fseancesH
         MOVE fseah_stat TO WstatOuvSauv
      WHEN 12
         OPEN OUTPUT freservationH
         MOVE frh_stat TO WstatOuvSauv
      WHEN 13
         OPEN OUTPUT fsiegesH
         MOVE fsih_stat TO WstatOuvSauv
      WHEN 14
         OPEN OUTPUT fpointage
         MOVE fpt_stat TO WstatOuvSauv
      WHEN 15
         OPEN OUTPUT fcheques
         MOVE fq_stat TO WstatOuvSauv
      WHEN 16
         OPEN OUTPUT fnotifs
         MOVE fn_stat TO WstatOuvSauv
      WHEN 17
         OPEN OUTPUT fdistrib
         MOVE fdi_stat TO WstatOuvSauv
      WHEN 18
         OPEN OUTPUT farticles
         MOVE fart_stat TO WstatOuvSauv
      WHEN 19
         OPEN OUTPUT fventes
         MOVE fv_stat TO WstatOuvSauv
      WHEN 20
         OPEN OUTPUT fmvtstock
         MOVE fms_stat TO WstatOuvSauv
      WHEN 21
         OPEN OUTPUT fpoints
         MOVE fpo_stat TO WstatOuvSauv
      WHEN 22
         OPEN OUTPUT fpromos
         MOVE fpr_stat TO WstatOuvSauv
      WHEN 23
         OPEN OUTPUT fpromoutil
         MOVE fpu_stat TO WstatOuvSauv
      WHEN 24
         OPEN OUTPUT fwebsuivi
         MOVE fws_stat TO WstatOuvSauv
      WHEN 25
         OPEN OUTPUT foperateurs
         MOVE fop_stat TO WstatOuvSauv
      WHEN 26
         OPEN OUTPUT fpointageH
         MOVE fpth_stat TO WstatOuvSauv
      END-EVALUATE.

    *> FERME_FICHIER_SAUV : ferme le fichier indexé WiSauv
    FERME_FICHIER_SAUV.
      EVALUATE WiSauv
      WHEN 1
         CLOSE fseances
      WHEN 2
         CLOSE fsalles
      WHEN 3
         CLOSE ffilms
      WHEN 4
         CLOSE fclients
      WHEN 5
         CLOSE freservation
      WHEN 6
         CLOSE fsieges
      WHEN 7
         CLOSE ftarifs
      WHEN 8
         CLOSE fstats
      WHEN 9
         CLOSE fattente
      WHEN 10
         CLOSE fpaiements
      WHEN 11
         CLOSE fseancesH
      WHEN 12
         CLOSE freservationH
      WHEN 13
         CLOSE fsiegesH
      WHEN 14
         CLOSE fpointage
      WHEN 15
         CLOSE fcheques
      WHEN 16
         CLOSE fnotifs
      WHEN 17
         CLOSE fdistrib
      WHEN 18
         CLOSE farticles
      WHEN 19
         CLOSE fventes
      WHEN 20
         CLOSE fmvtstock
      WHEN 21
         CLOSE fpoints
      WHEN 22
         CLOSE fpromos
      WHEN 23
         CLOSE fpromoutil
      WHEN 24
         CLOSE fwebsuivi
      WHEN 25
         CLOSE foperateurs
      WHEN 26
         CLOSE fpointageH
      END-EVALUATE.

    *> LIT_FICHIER_SAUV : lit l'enregistrement suivant du fichier indexé WiSauv, le recopie dans fsv_donnees avec son champ totalisé dans WmontantSauv (statut de lecture dans WstatSauv, 10 en fin de fichier)
    LIT_FICHIER_SAUV.
      EVALUATE WiSauv
      WHEN 1
         READ fseances NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fsea_stat TO WstatSauv
         MOVE seaTampon TO fsv_donnees
         MOVE fsea_id TO WmontantSauv
      WHEN 2
         READ fsalles NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fsal_stat TO WstatSauv
         MOVE salTampon TO fsv_donnees
         MOVE fsal_nbplace TO WmontantSauv
      WHEN 3
         READ ffilms NEXT
           AT END
              CONTINUE
         END-READ
         MOVE ff_stat TO WstatSauv
         MOVE filmTampon TO fsv_donnees
         MOVE ff_id TO WmontantSauv
      WHEN 4
         READ fclients NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fc_stat TO WstatSauv
         MOVE clieTampon TO fsv_donnees
         MOVE fc_points TO WmontantSauv
      WHEN 5
         READ freservation NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fr_stat TO WstatSauv
         MOVE reserTampon TO fsv_donnees
         MOVE fr_montant TO WmontantSauv
      WHEN 6
         READ fsieges NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fsi_stat TO WstatSauv
         MOVE siegeTampon TO fsv_donnees
         MOVE fsi_numresa TO WmontantSauv
      WHEN 7
         READ ftarifs NEXT
           AT END
              CONTINUE
         END-READ
         MOVE ft_stat TO WstatSauv
         MOVE tarifTampon TO fsv_donnees
         MOVE ft_montant TO WmontantSauv
      WHEN 8
         READ fstats NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fst_stat TO WstatSauv
         MOVE statsTampon TO fsv_donnees
         MOVE fst_nbplace TO WmontantSauv
      WHEN 9
         READ fattente NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fa_stat TO WstatSauv
         MOVE attenteTampon TO fsv_donnees
         MOVE fa_place TO WmontantSauv
      WHEN 10
         READ fpaiements NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fp_stat TO WstatSauv
         MOVE paieTampon TO fsv_donnees
         MOVE fp_montant TO WmontantSauv
      WHEN 11
         READ fseancesH NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fseah_stat TO WstatSauv
         MOVE seaHTampon TO fsv_donnees
         MOVE fseah_id TO WmontantSauv
      WHEN 12
         READ freservationH NEXT
           AT END
              CONTINUE
         END-READ
         MOVE frh_stat TO WstatSauv
         MOVE reserHTampon TO fsv_donnees
         MOVE frh_montant TO WmontantSauv
      WHEN 13
         READ fsiegesH NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fsih_stat TO WstatSauv
         MOVE siegeHTampon TO fsv_donnees
         MOVE fsih_numresa TO WmontantSauv
      WHEN 14
         READ fpointage NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fpt_stat TO WstatSauv
         MOVE pointageTampon TO fsv_donnees
         MOVE fpt_numresa TO WmontantSauv
      WHEN 15
         READ fcheques NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fq_stat TO WstatSauv
         MOVE chequeTampon TO fsv_donnees
         MOVE fq_solde TO WmontantSauv
      WHEN 16
         READ fnotifs NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fn_stat TO WstatSauv
         MOVE notifTampon TO fsv_donnees
         MOVE fn_num TO WmontantSauv
      WHEN 17
         READ fdistrib NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fdi_stat TO WstatSauv
         MOVE distribTampon TO fsv_donnees
         MOVE fdi_num TO WmontantSauv
      WHEN 18
         READ farticles NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fart_stat TO WstatSauv
         MOVE articleTampon TO fsv_donnees
         MOVE fart_stock TO WmontantSauv
      WHEN 19
         READ fventes NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fv_stat TO WstatSauv
         MOVE venteTampon TO fsv_donnees
         MOVE fv_montant TO WmontantSauv
      WHEN 20
         READ fmvtstock NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fms_stat TO WstatSauv
         MOVE mvtstockTampon TO fsv_donnees
         MOVE fms_quantite TO WmontantSauv
      WHEN 21
         READ fpoints NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fpo_stat TO WstatSauv
         MOVE pointTampon TO fsv_donnees
         MOVE fpo_points TO WmontantSauv
      WHEN 22
         READ fpromos NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fpr_stat TO WstatSauv
         MOVE promoTampon TO fsv_donnees
         MOVE fpr_nbutil TO WmontantSauv
      WHEN 23
         READ fpromoutil NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fpu_stat TO WstatSauv
         MOVE promoutilTampon TO fsv_donnees
         MOVE fpu_remise TO WmontantSauv
      WHEN 24
         READ fwebsuivi NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fws_stat TO WstatSauv
         MOVE websuiviTampon TO fsv_donnees
         MOVE fws_numresa TO WmontantSauv
      WHEN 25
         READ foperateurs NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fop_stat TO WstatSauv
         MOVE operateurTampon TO fsv_donnees
         MOVE fop_datecrea TO WmontantSauv
      WHEN 26
         READ fpointageH NEXT
           AT END
              CONTINUE
         END-READ
         MOVE fpth_stat TO WstatSauv
         MOVE pointageHTampon TO fsv_donnees
         MOVE fpth_numresa TO WmontantSauv
      END-EVALUATE.

    *> ECRIT_FICHIER_REST : réécrit dans le fichier indexé WiSauv l'enregistrement sauvegardé dans fsv_donnees, statut d'écriture dans WstatSauv et champ totalisé dans WmontantSauv
    ECRIT_FICHIER_REST.
      EVALUATE WiSauv
      WHEN 1
         MOVE fsv_donnees TO seaTampon
         WRITE seaTampon
         END-WRITE
         MOVE fsea_stat TO WstatSauv
         MOVE fsea_id TO WmontantSauv
      WHEN 2
         MOVE fsv_donnees TO salTampon
         WRITE salTampon
         END-WRITE
         MOVE fsal_stat TO WstatSauv
         MOVE fsal_nbplace TO WmontantSauv
      WHEN 3
         MOVE fsv_donnees TO filmTampon
         WRITE filmTampon
         END-WRITE
         MOVE ff_stat TO WstatSauv
         MOVE ff_id TO WmontantSauv
      WHEN 4
         MOVE fsv_donnees TO clieTampon
         WRITE clieTampon
         END-WRITE
         MOVE fc_stat TO WstatSauv
         MOVE fc_points TO WmontantSauv
      WHEN 5
         MOVE fsv_donnees TO reserTampon
         WRITE reserTampon
         END-WRITE
         MOVE fr_stat TO WstatSauv
         MOVE fr_montant TO WmontantSauv
      WHEN 6
         MOVE fsv_donnees TO siegeTampon
         WRITE siegeTampon
         END-WRITE
         MOVE fsi_stat TO WstatSauv
         MOVE fsi_numresa TO WmontantSauv
      WHEN 7
         MOVE fsv_donnees TO tarifTampon
         WRITE tarifTampon
         END-WRITE
         MOVE ft_stat TO WstatSauv
         MOVE ft_montant TO WmontantSauv
      WHEN 8
         MOVE fsv_donnees TO statsTampon
         WRITE statsTampon
         END-WRITE
         MOVE fst_stat TO WstatSauv
         MOVE fst_nbplace TO WmontantSauv
      WHEN 9
         MOVE fsv_donnees TO attenteTampon
         WRITE attenteTampon
         END-WRITE
         MOVE fa_stat TO WstatSauv
         MOVE fa_place TO WmontantSauv
      WHEN 10
         MOVE fsv_donnees TO paieTampon
         WRITE paieTampon
         END-WRITE
         MOVE fp_stat TO WstatSauv
         MOVE fp_montant TO WmontantSauv
      WHEN 11
         MOVE fsv_donnees TO seaHTampon
         WRITE seaHTampon
         END-WRITE
         MOVE fseah_stat TO WstatSauv
         MOVE fseah_id TO WmontantSauv
      WHEN 12
         MOVE fsv_donnees TO reserHTampon
         WRITE reserHTampon
         END-WRITE
         MOVE frh_stat TO WstatSauv
         MOVE frh_montant TO WmontantSauv
      WHEN 13
         MOVE fsv_donnees TO siegeHTampon
         WRITE siegeHTampon
         END-WRITE
         MOVE fsih_stat TO WstatSauv
         MOVE fsih_numresa TO WmontantSauv
      WHEN 14
         MOVE fsv_donnees TO pointageTampon
         WRITE pointageTampon
         END-WRITE
         MOVE fpt_stat TO WstatSauv
         MOVE fpt_numresa TO WmontantSauv
      WHEN 15
         MOVE fsv_donnees TO chequeTampon
         WRITE chequeTampon
         END-WRITE
         MOVE fq_stat TO WstatSauv
         MOVE fq_solde TO WmontantSauv
      WHEN 16
         MOVE fsv_donnees TO notifTampon
         WRITE notifTampon
         END-WRITE
         MOVE fn_stat TO WstatSauv
         MOVE fn_num TO WmontantSauv
      WHEN 17
         MOVE fsv_donnees TO distribTampon
         WRITE distribTampon
         END-WRITE
         MOVE fdi_stat TO WstatSauv
         MOVE fdi_num TO WmontantSauv
      WHEN 18
         MOVE fsv_donnees TO articleTampon
         WRITE articleTampon
         END-WRITE
         MOVE fart_stat TO WstatSauv
         MOVE fart_stock TO WmontantSauv
      WHEN 19
         MOVE fsv_donnees TO venteTampon
         WRITE venteTampon
         END-WRITE
         MOVE fv_stat TO WstatSauv
         MOVE fv_montant TO WmontantSauv
      WHEN 20
         MOVE fsv_donnees TO mvtstockTampon
         WRITE mvtstockTampon
         END-WRITE
         MOVE fms_stat TO WstatSauv
         MOVE fms_quantite TO WmontantSauv
      WHEN 21
         MOVE fsv_donnees TO pointTampon
         WRITE pointTampon
         END-WRITE
         MOVE fpo_stat TO WstatSauv
         MOVE fpo_points TO WmontantSauv
      WHEN 22
         MOVE fsv_donnees TO promoTampon
         WRITE promoTampon
         END-WRITE
         MOVE fpr_stat TO WstatSauv
         MOVE fpr_nbutil TO WmontantSauv
      WHEN 23
         MOVE fsv_donnees TO promoutilTampon
         WRITE promoutilTampon
         END-WRITE
         MOVE fpu_stat TO WstatSauv
         MOVE fpu_remise TO WmontantSauv
      WHEN 24
         MOVE fsv_donnees TO websuiviTampon
         WRITE websuiviTampon
         END-WRITE
         MOVE fws_stat TO WstatSauv
         MOVE fws_numresa TO WmontantSauv
      WHEN 25
         MOVE fsv_donnees TO operateurTampon
         WRITE operateurTampon
         END-WRITE
         MOVE fop_stat TO WstatSauv
         MOVE fop_datecrea TO WmontantSauv
      WHEN 26
         MOVE fsv_donnees TO pointageHTampon
         WRITE pointageHTampon
         END-WRITE
         MOVE fpth_stat TO WstatSauv
         MOVE fpth_numresa TO WmontantSauv
      END-EVALUATE.

    *> SAUVEGARDE_UN_FICHIER : copie le fichier indexé WiSauv dans l'ordre de sa clé vers sauvegarde-<fichier>-AAAAMMJJ.dat (date WdateSauv), terminée par l'enregistrement de contrôle : nombre d'enregistrements, total du champ montant et statut de lecture (un fichier illisible laisse une copie marquée incomplète)
    SAUVEGARDE_UN_FICHIER.
      PERFORM NOM_FICHIER_SAUV
      MOVE FUNCTION CONCATENATE("sauvegarde-",FUNCTION TRIM(WnomSauv),"-",WdateSauv,".dat") TO Wsauvegardefichier
      MOVE 0 TO WnbEnregSauv
      MOVE 0 TO WtotalSauv
      OPEN OUTPUT fsauvegarde
      PERFORM OUVRE_FICHIER_SAUV
      IF WstatOuvSauv NOT = 0 THEN
         MOVE WstatOuvSauv TO WstatSauv
      ELSE
         MOVE 0 TO WfinSauv
         PERFORM WITH TEST AFTER UNTIL WfinSauv = 1
            PERFORM LIT_FICHIER_SAUV
            IF WstatSauv < 10 THEN
               MOVE "D" TO fsv_type
               WRITE sauvegardeTampon
               COMPUTE WnbEnregSauv = WnbEnregSauv + 1
               COMPUTE WtotalSauv = WtotalSauv + WmontantSauv
            ELSE
               MOVE 1 TO WfinSauv
            END-IF
         END-PERFORM
         *> seule la fin de fichier normale donne une copie complete
         IF WstatSauv = 10 THEN
            MOVE 0 TO WstatSauv
         END-IF
         PERFORM FERME_FICHIER_SAUV
      END-IF
      MOVE "C" TO fsvc_type
      MOVE WnomSauv TO fsvc_fichier
      MOVE FUNCTION CURRENT-DATE(1:8) TO fsvc_date
      MOVE FUNCTION CURRENT-DATE(9:6) TO fsvc_heure
      MOVE WnbEnregSauv TO fsvc_nbenreg
      MOVE WtotalSauv TO fsvc_total
      MOVE WstatSauv TO fsvc_statut
      WRITE sauvegardeCtrlTampon
      CLOSE fsauvegarde
      IF WstatSauv = 0 THEN
         DISPLAY WnomSauv," : ",WnbEnregSauv," enregistrements, total ",WtotalSauv
      ELSE
         COMPUTE WnbErreurSauv = WnbErreurSauv + 1
         DISPLAY WnomSauv," : ERREUR de lecture code ",WstatSauv,", copie incomplète (",WnbEnregSauv," enregistrements)"
         MOVE "SAUVEGARDE_INCOMPLETE" TO Wjtype
         MOVE WnomSauv TO Wjcle
         MOVE SPACES TO Wjavant
         MOVE FUNCTION CONCATENATE("copie=",Wsauvegardefichier," statut=",WstatSauv," enregistrements=",WnbEnregSauv) TO Wjapres
         PERFORM ECRIT_JOURNAL
      END-IF.

    *> SAUVEGARDE_FICHIERS : copie chaque fichier indexé dans un fichier séquentiel daté du jour avec son enregistrement de contrôle ; appelé par l'écran de sauvegarde et par la fin de journée (une relance le même jour remplace les copies du jour)
    SAUVEGARDE_FICHIERS.
      DISPLAY "----------------- DEBUT sauvegarde des fichiers ---------------"
      MOVE FUNCTION CURRENT-DATE(1:8) TO WdateSauv
      MOVE 0 TO WnbErreurSauv
      MOVE 0 TO WiSauv
      PERFORM WITH TEST AFTER UNTIL WiSauv >= WnbFichiersSauv
         COMPUTE WiSauv = WiSauv + 1
         PERFORM SAUVEGARDE_UN_FICHIER
      END-PERFORM
      DISPLAY "Fichiers sauvegardés : ",WnbFichiersSauv," dont en erreur : ",WnbErreurSauv
      MOVE "SAUVEGARDE" TO Wjtype
      MOVE WdateSauv TO Wjcle
      MOVE SPACES TO Wjavant
      MOVE FUNCTION CONCATENATE("fichiers=",WnbFichiersSauv," erreurs=",WnbErreurSauv) TO Wjapres
      PERFORM ECRIT_JOURNAL
      DISPLAY "----------------- FIN sauvegarde des fichiers ---------------".

    *> ECRIT_CR_REST : ajoute la ligne déjà préparée dans frs_ligne au compte rendu de restauration (frestauration ouvert par RECHARGE_FICHIER_SAUV)
    ECRIT_CR_REST.
      WRITE restaurationTampon.

    *> RECHARGE_FICHIER_SAUV : vide le fichier indexé WiSauv et le recharge depuis la sauvegarde déjà contrôlée (Wsauvegardefichier), ce qui le réorganise ; les enregistrements refusés à l'écriture et le rapprochement avec l'enregistrement de contrôle vont dans restauration-<fichier>-AAAAMMJJ.dat
    RECHARGE_FICHIER_SAUV.
      MOVE 0 TO WnbEnregSauv
      MOVE 0 TO WtotalSauv
      MOVE 0 TO WnbRejetSauv
      MOVE 0 TO WnbLuSauv
      MOVE FUNCTION CURRENT-DATE TO Wjournaldate21
      MOVE FUNCTION CONCATENATE("restauration-",FUNCTION TRIM(WnomSauv),"-",Wjournaldate21(1:8),".dat") TO Wrestaurationfichier
      PERFORM OUVRE_FICHIER_REST
      IF WstatOuvSauv NOT = 0 THEN
         DISPLAY "Impossible de recréer ",WnomSauv,", code ",WstatOuvSauv
      ELSE
         OPEN OUTPUT frestauration
         MOVE FUNCTION CONCATENATE("RESTAURATION DE ",WnomSauv," DEPUIS ",Wsauvegardefichier," LE ",Wjournaldate21(1:8),"-",Wjournaldate21(9:6)) TO frs_ligne
         PERFORM ECRIT_CR_REST
         OPEN INPUT fsauvegarde
         MOVE 0 TO WfinSauv
         PERFORM WITH TEST AFTER UNTIL WfinSauv = 1
            READ fsauvegarde
              AT END
                 MOVE 1 TO WfinSauv
              NOT AT END
                 IF fsv_type = "D" THEN
                    COMPUTE WnbLuSauv = WnbLuSauv + 1
                    PERFORM ECRIT_FICHIER_REST
                    IF WstatSauv < 10 THEN
                       COMPUTE WnbEnregSauv = WnbEnregSauv + 1
                       COMPUTE WtotalSauv = WtotalSauv + WmontantSauv
                    ELSE
                       COMPUTE WnbRejetSauv = WnbRejetSauv + 1
                       MOVE FUNCTION CONCATENATE("REJET enregistrement ",WnbLuSauv," code ",WstatSauv," : ",fsv_donnees(1:120)) TO frs_ligne
                       PERFORM ECRIT_CR_REST
                    END-IF
                 END-IF
            END-READ
         END-PERFORM
         CLOSE fsauvegarde
         PERFORM FERME_FICHIER_SAUV
         MOVE "----------------------------------------" TO frs_ligne
         PERFORM ECRIT_CR_REST
         MOVE FUNCTION CONCATENATE("CONTROLE SAUVEGARDE : enregistrements=",WnbCtrlSauv," total des ",WlibTotalSauv,"=",WtotalCtrlSauv) TO frs_ligne
         PERFORM ECRIT_CR_REST
         MOVE FUNCTION CONCATENATE("RECHARGES           : enregistrements=",WnbEnregSauv," total=",WtotalSauv," rejetes=",WnbRejetSauv) TO frs_ligne
         PERFORM ECRIT_CR_REST
         IF WnbEnregSauv = WnbCtrlSauv AND WtotalSauv = WtotalCtrlSauv THEN
            MOVE "RAPPROCHEMENT OK : fichier recharge a l'identique de la sauvegarde" TO frs_ligne
         ELSE
            MOVE "ECART AVEC LE CONTROLE : voir les rejets ci-dessus" TO frs_ligne
         END-IF
         PERFORM ECRIT_CR_REST
         CLOSE frestauration
         DISPLAY "Enregistrements au contrôle : ",WnbCtrlSauv," total ",WtotalCtrlSauv
         DISPLAY "Enregistrements rechargés   : ",WnbEnregSauv," total ",WtotalSauv
         DISPLAY "Enregistrements rejetés     : ",WnbRejetSauv
         DISPLAY "Compte rendu écrit dans ",Wrestaurationfichier
         MOVE "RESTAURE_FICHIER" TO Wjtype
         MOVE WnomSauv TO Wjcle
         MOVE SPACES TO Wjavant
         MOVE FUNCTION CONCATENATE("sauvegarde=",WdateSauv," controle=",WnbCtrlSauv," recharges=",WnbEnregSauv," rejets=",WnbRejetSauv) TO Wjapres
         PERFORM ECRIT_JOURNAL
      END-IF.

    *> RESTAURE_FICHIER : recharge un fichier indexé choisi depuis sa sauvegarde d'une date donnée, après avoir vérifié que la copie est complète et conforme à son enregistrement de contrôle ; sert aussi à réorganiser un fichier (sauvegarde du jour puis rechargement)
    RESTAURE_FICHIER.
      DISPLAY "----------------- DEBUT restauration d'un fichier ---------------"
      MOVE 0 TO WiSauv
      PERFORM WITH TEST AFTER UNTIL WiSauv >= WnbFichiersSauv
         COMPUTE WiSauv = WiSauv + 1
         PERFORM NOM_FICHIER_SAUV
         DISPLAY WiSauv,"-",WnomSauv
      END-PERFORM
      MOVE 0 TO WiSauv
      PERFORM WITH TEST AFTER UNTIL WiSauv >= 1 AND WiSauv <= WnbFichiersSauv
         DISPLAY "Numéro du fichier à restaurer"
         ACCEPT WiSauv
      END-PERFORM
      PERFORM NOM_FICHIER_SAUV
      DISPLAY "Date de la sauvegarde à recharger (AAAAMMJJ)"
      ACCEPT WdateSauv
      MOVE FUNCTION CONCATENATE("sauvegarde-",FUNCTION TRIM(WnomSauv),"-",WdateSauv,".dat") TO Wsauvegardefichier
      *> premiere lecture : la copie doit etre complete et conforme a
      *> son enregistrement de controle avant de vider le fichier
      MOVE 0 TO WctrlTrouveSauv
      MOVE 0 TO WnbLuSauv
      OPEN INPUT fsauvegarde
      IF fsv_stat NOT = 0 THEN
         DISPLAY "Sauvegarde ",Wsauvegardefichier," introuvable, code ",fsv_stat
      ELSE
         MOVE 0 TO WfinSauv
         PERFORM WITH TEST AFTER UNTIL WfinSauv = 1
            READ fsauvegarde
              AT END
                 MOVE 1 TO WfinSauv
              NOT AT END
                 IF fsv_type = "C" THEN
                    MOVE 1 TO WctrlTrouveSauv
                    MOVE fsvc_nbenreg TO WnbCtrlSauv
                    MOVE fsvc_total TO WtotalCtrlSauv
                    MOVE fsvc_statut TO WstatCtrlSauv
                 ELSE
                    COMPUTE WnbLuSauv = WnbLuSauv + 1
                 END-IF
            END-READ
         END-PERFORM
         CLOSE fsauvegarde
         IF WctrlTrouveSauv = 0 THEN
            DISPLAY "Sauvegarde tronquée (pas d'enregistrement de contrôle), restauration refusée"
         ELSE
         IF WstatCtrlSauv NOT = 0 THEN
            DISPLAY "Sauvegarde faite sur un fichier illisible (code ",WstatCtrlSauv,"), restauration refusée"
         ELSE
         IF WnbLuSauv <> WnbCtrlSauv THEN
            DISPLAY "La copie contient ",WnbLuSauv," enregistrements pour ",WnbCtrlSauv," au contrôle, restauration refusée"
         ELSE
            DISPLAY "Le fichier ",WnomSauv," va être vidé puis rechargé avec ",WnbCtrlSauv," enregistrements"
            DISPLAY "Confirmer la restauration ? (O/N)"
            ACCEPT WconfirmeSauv
            IF WconfirmeSauv = "O" OR WconfirmeSauv = "o" THEN
               PERFORM RECHARGE_FICHIER_SAUV
            ELSE
               DISPLAY "Restauration abandonnée"
            END-IF
         END-IF
         END-IF
         END-IF
      END-IF
      DISPLAY "----------------- FIN restauration d'un fichier ---------------".

    *> CHARGE_DROITS_OPERATEUR : charge dans WdroitsOperateur les options du menu autorisées au profil WprofilOperateur (un profil inconnu n'a droit à aucune option)
    CHARGE_DROITS_OPERATEUR.
      *> un caractere par option du menu, O=autorisee N=refusee
      *> (Quitter toujours autorisee)
      EVALUATE WprofilOperateur
      WHEN "C"
         MOVE "caissier" TO WlibProfil
         MOVE "NONNONOOOOOOONNNONNNONOONNOONNNNONNNNNNNNNNNONNNNNNNNNNNNONO" TO WdroitsOperateur
      WHEN "O"
         MOVE "ouvreur" TO WlibProfil
         MOVE "NONNONONNNNOONNNNNNNNNNONNNNNNOONNNNNNNNNNNNNNNNNNNNNNNNNNNO" TO WdroitsOperateur
      WHEN "F"
         MOVE "confiserie" TO WlibProfil
         MOVE "NNNNNNNNNNNNNNNNNNNNNNNNNNNNNNNNNNNNNNOONNNNNNNNNNOONNNNNNNO" TO WdroitsOperateur
      WHEN "R"
         MOVE "responsable" TO WlibProfil
         MOVE "OOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOO" TO WdroitsOperateur
      WHEN OTHER
         MOVE "inconnu" TO WlibProfil
         MOVE ALL "N" TO WdroitsOperateur
      END-EVALUATE.

    *> CREE_OPERATEUR : saisit et enregistre un nouvel opérateur (identifiant libre, nom, profil imposé par WprofilNouvOp ou saisi s'il est à blanc, mot de passe à changer à la connexion si WachangerNouvOp=1) ; WcreeOp=1 si l'opérateur est créé
    CREE_OPERATEUR.
      MOVE 0 TO WcreeOp
      DISPLAY "Identifiant du nouvel opérateur (8 caractères maximum)"
      ACCEPT WidSaisiOp
      IF WidSaisiOp = SPACES THEN
         DISPLAY "Identifiant obligatoire"
      ELSE
         OPEN I-O foperateurs
         MOVE WidSaisiOp TO fop_id
         READ foperateurs
           INVALID KEY
              MOVE WidSaisiOp TO fop_id
              DISPLAY "Nom de l'opérateur"
              ACCEPT fop_nom
              IF WprofilNouvOp = SPACE THEN
                 MOVE SPACE TO fop_profil
                 PERFORM WITH TEST AFTER UNTIL fop_profil = "C" OR = "O" OR = "F" OR = "R"
                    DISPLAY "Profil (C=caissier, O=ouvreur, F=confiserie, R=responsable)"
                    ACCEPT fop_profil
                 END-PERFORM
              ELSE
                 MOVE WprofilNouvOp TO fop_profil
              END-IF
              MOVE SPACES TO fop_motdepasse
              PERFORM WITH TEST AFTER UNTIL fop_motdepasse NOT = SPACES
                 IF WachangerNouvOp = 1 THEN
                    DISPLAY "Mot de passe provisoire (10 caractères maximum)"
                 ELSE
                    DISPLAY "Mot de passe (10 caractères maximum)"
                 END-IF
                 ACCEPT fop_motdepasse
              END-PERFORM
              MOVE "A" TO fop_statut
              MOVE WachangerNouvOp TO fop_achanger
              MOVE FUNCTION CURRENT-DATE(1:8) TO fop_datecrea
              WRITE operateurTampon
              END-WRITE
              IF fop_stat = 00 THEN
                 MOVE 1 TO WcreeOp
                 DISPLAY "Opérateur ",fop_id," créé"
                 MOVE "AJOUT_OPERATEUR" TO Wjtype
                 MOVE fop_id TO Wjcle
                 MOVE SPACES TO Wjavant
                 MOVE FUNCTION CONCATENATE("nom=",fop_nom," profil=",fop_profil) TO Wjapres
                 PERFORM ECRIT_JOURNAL
              ELSE
                 DISPLAY "Erreur création de l'opérateur, code ",fop_stat
              END-IF
           NOT INVALID KEY
              DISPLAY "Identifiant déjà utilisé"
         END-READ
         CLOSE foperateurs
      END-IF.

    *> CHANGE_MOT_DE_PASSE : fait choisir à l'opérateur connecté WidOperateur un nouveau mot de passe, saisi deux fois, qui remplace le mot de passe provisoire
    CHANGE_MOT_DE_PASSE.
      MOVE 0 TO WmdpOk
      PERFORM WITH TEST AFTER UNTIL WmdpOk = 1
         DISPLAY "Nouveau mot de passe (10 caractères maximum)"
         ACCEPT WmotdepasseOp
         DISPLAY "Confirmer le nouveau mot de passe"
         ACCEPT WmotdepasseOp2
         IF WmotdepasseOp = SPACES OR WmotdepasseOp NOT = WmotdepasseOp2 THEN
            DISPLAY "Mot de passe vide ou différent de la confirmation, recommencer"
         ELSE
            MOVE 1 TO WmdpOk
         END-IF
      END-PERFORM
      OPEN I-O foperateurs
      MOVE WidOperateur TO fop_id
      READ foperateurs
        INVALID KEY
           DISPLAY "Opérateur introuvable"
        NOT INVALID KEY
           MOVE WmotdepasseOp TO fop_motdepasse
           MOVE 0 TO fop_achanger
           REWRITE operateurTampon
           END-REWRITE
           IF fop_stat = 00 THEN
              DISPLAY "Mot de passe changé"
              MOVE "CHANGE_MOT_DE_PASSE" TO Wjtype
              MOVE WidOperateur TO Wjcle
              MOVE SPACES TO Wjavant
              MOVE SPACES TO Wjapres
              PERFORM ECRIT_JOURNAL
           END-IF
      END-READ
      CLOSE foperateurs.

    *> CONNEXION_OPERATEUR : identification au lancement du programme (identifiant et mot de passe, WmaxEssaisOp essais) ; à la première mise en service, fait d'abord créer le compte du responsable ; WconnecteOp=1 et droits du profil chargés si l'opérateur est reconnu et actif, chaque refus est journalisé
    CONNEXION_OPERATEUR.
      DISPLAY "----------------- DEBUT connexion ---------------"
      MOVE 0 TO WconnecteOp
      MOVE SPACES TO WidOperateur
      MOVE 0 TO WnbOperateurs
      OPEN INPUT foperateurs
      MOVE SPACES TO fop_id
      MOVE 0 TO WfinOp
      START foperateurs KEY IS NOT LESS THAN fop_id
        INVALID KEY
          MOVE 1 TO WfinOp
        NOT INVALID KEY
          CONTINUE
      END-START
      IF WfinOp = 0 THEN
         READ foperateurs NEXT
           AT END
              CONTINUE
           NOT AT END
              MOVE 1 TO WnbOperateurs
         END-READ
      END-IF
      CLOSE foperateurs
      IF WnbOperateurs = 0 THEN
         *> premiere mise en service : le premier compte est celui du
         *> responsable, qui cree ensuite les autres operateurs
         DISPLAY "Aucun opérateur enregistré : création du compte responsable"
         MOVE "R" TO WprofilNouvOp
         MOVE 0 TO WachangerNouvOp
         MOVE 0 TO WcreeOp
         PERFORM WITH TEST AFTER UNTIL WcreeOp = 1
            PERFORM CREE_OPERATEUR
         END-PERFORM
      END-IF
      MOVE 0 TO WessaisOp
      PERFORM WITH TEST AFTER UNTIL WconnecteOp = 1 OR WessaisOp >= WmaxEssaisOp
         COMPUTE WessaisOp = WessaisOp + 1
         MOVE SPACES TO WmotifOp
         DISPLAY "Identifiant opérateur"
         ACCEPT WidSaisiOp
         DISPLAY "Mot de passe"
         ACCEPT WmotdepasseOp
         OPEN INPUT foperateurs
         MOVE WidSaisiOp TO fop_id
         READ foperateurs
           INVALID KEY
              MOVE "identifiant inconnu" TO WmotifOp
           NOT INVALID KEY
              IF fop_motdepasse NOT = WmotdepasseOp THEN
                 MOVE "mot de passe errone" TO WmotifOp
              ELSE
                 IF fop_statut NOT = "A" THEN
                    MOVE "operateur desactive" TO WmotifOp
                 ELSE
                    MOVE 1 TO WconnecteOp
                    MOVE fop_id TO WidOperateur
                    MOVE fop_nom TO WnomOperateur
                    MOVE fop_profil TO WprofilOperateur
                    MOVE fop_achanger TO WachangerNouvOp
                 END-IF
              END-IF
         END-READ
         CLOSE foperateurs
         IF WconnecteOp = 0 THEN
            *> le motif exact ne va qu'au journal
            DISPLAY "Identifiant ou mot de passe refusé"
            MOVE "CONNEXION_REFUSEE" TO Wjtype
            MOVE WidSaisiOp TO Wjcle
            MOVE SPACES TO Wjavant
            MOVE FUNCTION CONCATENATE("motif=",WmotifOp," essai=",WessaisOp) TO Wjapres
            PERFORM ECRIT_JOURNAL
         END-IF
      END-PERFORM
      IF WconnecteOp = 1 THEN
         PERFORM CHARGE_DROITS_OPERATEUR
         MOVE "CONNEXION" TO Wjtype
         MOVE WidOperateur TO Wjcle
         MOVE SPACES TO Wjavant
         MOVE FUNCTION CONCATENATE("profil=",WprofilOperateur) TO Wjapres
         PERFORM ECRIT_JOURNAL
         IF WachangerNouvOp = 1 THEN
            DISPLAY "Mot de passe provisoire : choisissez votre mot de passe"
            PERFORM CHANGE_MOT_DE_PASSE
         END-IF
         DISPLAY "Bonjour ",WnomOperateur," (profil ",WlibProfil,")"
      ELSE
         DISPLAY "Nombre d'essais dépassé, fin du programme"
      END-IF
      DISPLAY "----------------- FIN connexion ---------------".

    *> GERE_OPERATEURS : écran du responsable pour créer un opérateur, le désactiver, réinitialiser son mot de passe (ce qui le réactive) ou lister les opérateurs
    GERE_OPERATEURS.
      DISPLAY "----------------- DEBUT gestion des opérateurs ---------------"
      DISPLAY "1-Créer un opérateur"
      DISPLAY "2-Désactiver un opérateur"
      DISPLAY "3-Réinitialiser le mot de passe d'un opérateur (et le réactiver)"
      DISPLAY "4-Liste des opérateurs"
      ACCEPT WchoixOp
      EVALUATE WchoixOp
      WHEN 1
         MOVE SPACE TO WprofilNouvOp
         MOVE 1 TO WachangerNouvOp
         PERFORM CREE_OPERATEUR
      WHEN 2
         DISPLAY "Identifiant de l'opérateur à désactiver"
         ACCEPT WidSaisiOp
         *> le responsable connecte ne peut pas s'enfermer dehors
         IF WidSaisiOp = WidOperateur THEN
            DISPLAY "Impossible de désactiver son propre compte"
         ELSE
            OPEN I-O foperateurs
            MOVE WidSaisiOp TO fop_id
            READ foperateurs
              INVALID KEY
                 DISPLAY "Opérateur inconnu"
              NOT INVALID KEY
                 IF fop_statut = "D" THEN
                    DISPLAY "Opérateur déjà désactivé"
                 ELSE
                    MOVE "D" TO fop_statut
                    REWRITE operateurTampon
                    END-REWRITE
                    IF fop_stat = 00 THEN
                       DISPLAY "Opérateur ",fop_id," désactivé"
                       MOVE "DESACTIVE_OPERATEUR" TO Wjtype
                       MOVE fop_id TO Wjcle
                       MOVE "statut=A" TO Wjavant
                       MOVE "statut=D" TO Wjapres
                       PERFORM ECRIT_JOURNAL
                    END-IF
                 END-IF
            END-READ
            CLOSE foperateurs
         END-IF
      WHEN 3
         DISPLAY "Identifiant de l'opérateur à réinitialiser"
         ACCEPT WidSaisiOp
         OPEN I-O foperateurs
         MOVE WidSaisiOp TO fop_id
         READ foperateurs
           INVALID KEY
              DISPLAY "Opérateur inconnu"
           NOT INVALID KEY
              MOVE FUNCTION CONCATENATE("statut=",fop_statut) TO Wjavant
              MOVE SPACES TO fop_motdepasse
              PERFORM WITH TEST AFTER UNTIL fop_motdepasse NOT = SPACES
                 DISPLAY "Mot de passe provisoire (10 caractères maximum)"
                 ACCEPT fop_motdepasse
              END-PERFORM
              MOVE 1 TO fop_achanger
              MOVE "A" TO fop_statut
              REWRITE operateurTampon
              END-REWRITE
              IF fop_stat = 00 THEN
                 DISPLAY "Opérateur ",fop_id," réinitialisé, mot de passe à changer à la connexion"
                 MOVE "REINIT_OPERATEUR" TO Wjtype
                 MOVE fop_id TO Wjcle
                 MOVE "statut=A mot de passe provisoire" TO Wjapres
                 PERFORM ECRIT_JOURNAL
              END-IF
         END-READ
         CLOSE foperateurs
      WHEN 4
         OPEN INPUT foperateurs
         MOVE SPACES TO fop_id
         MOVE 0 TO WfinOp
         START foperateurs KEY IS NOT LESS THAN fop_id
           INVALID KEY
             MOVE 1 TO WfinOp
           NOT INVALID KEY
             CONTINUE
         END-START
         PERFORM WITH TEST AFTER UNTIL WfinOp = 1
            READ foperateurs NEXT
              AT END
                 MOVE 1 TO WfinOp
              NOT AT END
                 DISPLAY fop_id," ",fop_nom," profil=",fop_profil," statut=",fop_statut
            END-READ
         END-PERFORM
         CLOSE foperateurs
      WHEN OTHER
         DISPLAY "Choix invalide"
      END-EVALUATE
      DISPLAY "----------------- FIN gestion des opérateurs ---------------".

    *> CHANGE_MAIL_RESA : remplace WancienMail par WnouveauMail sur les réservations vivantes, nombre de réservations modifiées dans WnbMailResa
    CHANGE_MAIL_RESA.
      MOVE 0 TO WnbMailResa
      OPEN I-O freservation
      MOVE 0 TO WfinMail
      *> la cle alternative change a chaque reecriture : on se
      *> repositionne sur l'ancien mail tant qu'il en reste
      PERFORM WITH TEST AFTER UNTIL WfinMail = 1
         MOVE WancienMail TO fr_mail
         START freservation KEY = fr_mail
           INVALID KEY
             MOVE 1 TO WfinMail
           NOT INVALID KEY
             READ freservation NEXT
               AT END
                  MOVE 1 TO WfinMail
               NOT AT END
                  IF fr_mail NOT = WancienMail THEN
                     MOVE 1 TO WfinMail
                  ELSE
                     MOVE WnouveauMail TO fr_mail
                     REWRITE reserTampon
                     END-REWRITE
                     IF fr_stat = 00 THEN
                        COMPUTE WnbMailResa = WnbMailResa + 1
                     ELSE
                        DISPLAY "Erreur réécriture réservation ",fr_num,", code ",fr_stat
                        MOVE 1 TO WfinMail
                     END-IF
                  END-IF
             END-READ
         END-START
      END-PERFORM
      CLOSE freservation.

    *> CHANGE_MAIL_ARCHIVE : remplace WancienMail par WnouveauMail sur les réservations archivées, nombre modifié dans WnbMailResaH
    CHANGE_MAIL_ARCHIVE.
      MOVE 0 TO WnbMailResaH
      OPEN I-O freservationH
      MOVE 0 TO WfinMail
      PERFORM WITH TEST AFTER UNTIL WfinMail = 1
         MOVE WancienMail TO frh_mail
         START freservationH KEY = frh_mail
           INVALID KEY
             MOVE 1 TO WfinMail
           NOT INVALID KEY
             READ freservationH NEXT
               AT END
                  MOVE 1 TO WfinMail
               NOT AT END
                  IF frh_mail NOT = WancienMail THEN
                     MOVE 1 TO WfinMail
                  ELSE
                     MOVE WnouveauMail TO frh_mail
                     REWRITE reserHTampon
                     END-REWRITE
                     IF frh_stat = 00 THEN
                        COMPUTE WnbMailResaH = WnbMailResaH + 1
                     ELSE
                        DISPLAY "Erreur réécriture réservation archivée ",frh_num,", code ",frh_stat
                        MOVE 1 TO WfinMail
                     END-IF
                  END-IF
             END-READ
         END-START
      END-PERFORM
      CLOSE freservationH.

    *> CHANGE_MAIL_POINTS : remplace WancienMail par WnouveauMail sur les mouvements de points de fidélité, nombre modifié dans WnbMailPoints
    CHANGE_MAIL_POINTS.
      MOVE 0 TO WnbMailPoints
      OPEN I-O fpoints
      MOVE 0 TO WfinMail
      PERFORM WITH TEST AFTER UNTIL WfinMail = 1
         MOVE WancienMail TO fpo_mail
         START fpoints KEY = fpo_mail
           INVALID KEY
             MOVE 1 TO WfinMail
           NOT INVALID KEY
             READ fpoints NEXT
               AT END
                  MOVE 1 TO WfinMail
               NOT AT END
                  IF fpo_mail NOT = WancienMail THEN
                     MOVE 1 TO WfinMail
                  ELSE
                     MOVE WnouveauMail TO fpo_mail
                     REWRITE pointTampon
                     END-REWRITE
                     IF fpo_stat = 00 THEN
                        COMPUTE WnbMailPoints = WnbMailPoints + 1
                     ELSE
                        DISPLAY "Erreur réécriture mouvement de points ",fpo_num,", code ",fpo_stat
                        MOVE 1 TO WfinMail
                     END-IF
                  END-IF
             END-READ
         END-START
      END-PERFORM
      CLOSE fpoints.

    *> CHANGE_MAIL_NOTIFS : remplace WancienMail par WnouveauMail sur les notifications (envoyées ou non), nombre modifié dans WnbMailNotifs
    CHANGE_MAIL_NOTIFS.
      MOVE 0 TO WnbMailNotifs
      OPEN I-O fnotifs
      MOVE 0 TO fn_num
      MOVE 0 TO WfinMail
      START fnotifs KEY IS NOT LESS THAN fn_num
        INVALID KEY
          MOVE 1 TO WfinMail
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinMail = 1
         READ fnotifs NEXT
           AT END
              MOVE 1 TO WfinMail
           NOT AT END
              IF fn_mail = WancienMail THEN
                 MOVE WnouveauMail TO fn_mail
                 REWRITE notifTampon
                 END-REWRITE
                 IF fn_stat = 00 THEN
                    COMPUTE WnbMailNotifs = WnbMailNotifs + 1
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE fnotifs.

    *> CHANGE_MAIL_ATTENTE : remplace WancienMail par WnouveauMail sur les inscriptions en liste d'attente, nombre modifié dans WnbMailAttente
    CHANGE_MAIL_ATTENTE.
      MOVE 0 TO WnbMailAttente
      OPEN I-O fattente
      MOVE 0 TO fa_idseance
      MOVE 0 TO fa_numattente
      MOVE 0 TO WfinMail
      START fattente KEY IS NOT LESS THAN fa_cle
        INVALID KEY
          MOVE 1 TO WfinMail
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinMail = 1
         READ fattente NEXT
           AT END
              MOVE 1 TO WfinMail
           NOT AT END
              IF fa_mail = WancienMail THEN
                 MOVE WnouveauMail TO fa_mail
                 REWRITE attenteTampon
                 END-REWRITE
                 IF fa_stat = 00 THEN
                    COMPUTE WnbMailAttente = WnbMailAttente + 1
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE fattente.

    *> CHANGE_MAIL_PROMOS : remplace WancienMail par WnouveauMail sur les utilisations de codes promotionnels (le plafond par client compte ensuite les utilisations des deux fiches), nombre modifié dans WnbMailPromo
    CHANGE_MAIL_PROMOS.
      MOVE 0 TO WnbMailPromo
      OPEN I-O fpromoutil
      MOVE 0 TO fpu_num
      MOVE 0 TO WfinMail
      START fpromoutil KEY IS NOT LESS THAN fpu_num
        INVALID KEY
          MOVE 1 TO WfinMail
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinMail = 1
         READ fpromoutil NEXT
           AT END
              MOVE 1 TO WfinMail
           NOT AT END
              IF fpu_mail = WancienMail THEN
                 MOVE WnouveauMail TO fpu_mail
                 REWRITE promoutilTampon
                 END-REWRITE
                 IF fpu_stat = 00 THEN
                    COMPUTE WnbMailPromo = WnbMailPromo + 1
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE fpromoutil.

    *> CHANGE_MAIL_FICHE : dernière étape du changement de mail : la fiche WancienMail est réécrite sous WnouveauMail (changement) ou ajoutée à la fiche principale WnouveauMail (fusion : points additionnés, échéance d'abonnement la plus tardive conservée) puis supprimée
    CHANGE_MAIL_FICHE.
      MOVE 0 TO WnbMailClients
      OPEN I-O fclients
      IF WfusionMail = 0 THEN
         MOVE WancienMail TO fc_mail
         READ fclients
           INVALID KEY
             DISPLAY "Fiche client introuvable"
           NOT INVALID KEY
             MOVE WnouveauMail TO fc_mail
             WRITE clieTampon
             END-WRITE
             IF fc_stat = 00 THEN
                MOVE WancienMail TO fc_mail
                DELETE fclients
                END-DELETE
                MOVE 1 TO WnbMailClients
                MOVE "CHANGE_MAIL_CLIENT" TO Wjtype
                MOVE WancienMail TO Wjcle
                MOVE "fichier=clients.dat fiche renommee" TO Wjavant
                MOVE WnouveauMail TO Wjapres
                PERFORM ECRIT_JOURNAL
             ELSE
                DISPLAY "Erreur écriture de la fiche ",WnouveauMail,", code ",fc_stat
             END-IF
         END-READ
      ELSE
         MOVE WnouveauMail TO fc_mail
         READ fclients
           INVALID KEY
             DISPLAY "Fiche principale introuvable"
           NOT INVALID KEY
             MOVE FUNCTION CONCATENATE("points=",fc_points," datedeb=",fc_datedeb," duree=",fc_duree) TO Wjavant
             COMPUTE fc_points = fc_points + WpointsSource
             *> l'abonnement qui finit le plus tard est conserve
             IF WdureeSource >= 1 THEN
                IF fc_duree = 0 THEN
                   MOVE WdatedebSource TO fc_datedeb
                   MOVE WdureeSource TO fc_duree
                ELSE
                   PERFORM CALCULE_ECHEANCE
                   IF WecheanceSource > WdateEcheance THEN
                      MOVE WdatedebSource TO fc_datedeb
                      MOVE WdureeSource TO fc_duree
                   END-IF
                END-IF
             END-IF
             REWRITE clieTampon
             END-REWRITE
             IF fc_stat = 00 THEN
                MOVE FUNCTION CONCATENATE("points=",fc_points," datedeb=",fc_datedeb," duree=",fc_duree) TO Wjapres
                MOVE "FUSION_CLIENT" TO Wjtype
                MOVE WnouveauMail TO Wjcle
                PERFORM ECRIT_JOURNAL
                MOVE WancienMail TO fc_mail
                DELETE fclients
                END-DELETE
                MOVE 2 TO WnbMailClients
                MOVE "FUSION_CLIENT" TO Wjtype
                MOVE WancienMail TO Wjcle
                MOVE FUNCTION CONCATENATE("fichier=clients.dat doublon supprime points=",WpointsSource) TO Wjavant
                MOVE WnouveauMail TO Wjapres
                PERFORM ECRIT_JOURNAL
             ELSE
                DISPLAY "Erreur réécriture de la fiche ",WnouveauMail,", code ",fc_stat
             END-IF
         END-READ
      END-IF
      CLOSE fclients.

    *> JOURNAL_CHANGE_MAIL : trace au journal et au compte rendu le nombre d'enregistrements du fichier WfichierMail passés de WancienMail à WnouveauMail (WnbMailFichier)
    JOURNAL_CHANGE_MAIL.
      MOVE FUNCTION CONCATENATE(WfichierMail," : ",WnbMailFichier," enregistrement(s) modifie(s)") TO fmc_ligne
      WRITE mailcrTampon
      DISPLAY WfichierMail," : ",WnbMailFichier," enregistrement(s) modifié(s)"
      IF WnbMailFichier > 0 THEN
         IF WfusionMail = 0 THEN
            MOVE "CHANGE_MAIL_CLIENT" TO Wjtype
         ELSE
            MOVE "FUSION_CLIENT" TO Wjtype
         END-IF
         MOVE WancienMail TO Wjcle
         MOVE FUNCTION CONCATENATE("fichier=",WfichierMail," enregistrements=",WnbMailFichier) TO Wjavant
         MOVE WnouveauMail TO Wjapres
         PERFORM ECRIT_JOURNAL
      END-IF.

    *> CHANGE_MAIL_CLIENT : change le mail (clé) d'un client dans tous les fichiers qui le portent (réservations vivantes et archivées, points, notifications, liste d'attente, utilisations de codes promo, fiche client), ou fusionne une fiche en doublon dans la fiche principale quand le nouveau mail existe déjà ; compte rendu par fichier dans changement-mail-cr.dat ; la fiche client est traitée en dernier, une relance après interruption termine le travail
    CHANGE_MAIL_CLIENT.
      DISPLAY "----------------- DEBUT changement de mail client ---------------"
      MOVE 0 TO WmailOk
      MOVE 0 TO WfusionMail
      DISPLAY "Mail actuel du client (fiche à renommer, ou doublon à fusionner)"
      ACCEPT WancienMail
      DISPLAY "Nouveau mail (fiche principale en cas de fusion)"
      ACCEPT WnouveauMail
      IF WnouveauMail = SPACES OR WnouveauMail = "0" THEN
         DISPLAY "Nouveau mail obligatoire"
      ELSE
      IF WnouveauMail = WancienMail THEN
         DISPLAY "Les deux mails sont identiques"
      ELSE
         OPEN INPUT fclients
         MOVE WancienMail TO fc_mail
         READ fclients
           INVALID KEY
             DISPLAY "Client inconnu : ",WancienMail
           NOT INVALID KEY
             MOVE 1 TO WmailOk
             MOVE fc_points TO WpointsSource
             MOVE fc_datedeb TO WdatedebSource
             MOVE fc_duree TO WdureeSource
             MOVE 0 TO WecheanceSource
             IF fc_duree >= 1 THEN
                PERFORM CALCULE_ECHEANCE
                MOVE WdateEcheance TO WecheanceSource
             END-IF
         END-READ
         IF WmailOk = 1 THEN
            MOVE WnouveauMail TO fc_mail
            READ fclients
              INVALID KEY
                MOVE 0 TO WfusionMail
              NOT INVALID KEY
                MOVE 1 TO WfusionMail
            END-READ
         END-IF
         CLOSE fclients
      END-IF
      END-IF
      IF WmailOk = 1 THEN
         IF WfusionMail = 1 THEN
            DISPLAY "Le nouveau mail a déjà une fiche : la fiche ",WancienMail
            DISPLAY "sera fusionnée dans celle-ci (points additionnés, abonnement le plus tardif conservé) puis supprimée"
         ELSE
            DISPLAY "La fiche et tout l'historique du client passeront sous le nouveau mail"
         END-IF
         DISPLAY "Confirmer ? (O/N)"
         ACCEPT WconfirmeMail
         IF WconfirmeMail = "O" OR WconfirmeMail = "o" THEN
            OPEN OUTPUT fmailcr
            MOVE FUNCTION CURRENT-DATE TO Wjournaldate21
            IF WfusionMail = 1 THEN
               MOVE FUNCTION CONCATENATE("FUSION DE FICHES CLIENTS DU ",Wjournaldate21(1:8),"-",Wjournaldate21(9:6)) TO fmc_ligne
            ELSE
               MOVE FUNCTION CONCATENATE("CHANGEMENT DE MAIL CLIENT DU ",Wjournaldate21(1:8),"-",Wjournaldate21(9:6)) TO fmc_ligne
            END-IF
            WRITE mailcrTampon
            MOVE FUNCTION CONCATENATE("Ancien mail  : ",WancienMail) TO fmc_ligne
            WRITE mailcrTampon
            MOVE FUNCTION CONCATENATE("Nouveau mail : ",WnouveauMail) TO fmc_ligne
            WRITE mailcrTampon
            PERFORM CHANGE_MAIL_RESA
            MOVE "reservation.dat" TO WfichierMail
            MOVE WnbMailResa TO WnbMailFichier
            PERFORM JOURNAL_CHANGE_MAIL
            PERFORM CHANGE_MAIL_ARCHIVE
            MOVE "reservation-archive.dat" TO WfichierMail
            MOVE WnbMailResaH TO WnbMailFichier
            PERFORM JOURNAL_CHANGE_MAIL
            PERFORM CHANGE_MAIL_POINTS
            MOVE "points.dat" TO WfichierMail
            MOVE WnbMailPoints TO WnbMailFichier
            PERFORM JOURNAL_CHANGE_MAIL
            PERFORM CHANGE_MAIL_NOTIFS
            MOVE "notifications.dat" TO WfichierMail
            MOVE WnbMailNotifs TO WnbMailFichier
            PERFORM JOURNAL_CHANGE_MAIL
            PERFORM CHANGE_MAIL_ATTENTE
            MOVE "attente.dat" TO WfichierMail
            MOVE WnbMailAttente TO WnbMailFichier
            PERFORM JOURNAL_CHANGE_MAIL
            PERFORM CHANGE_MAIL_PROMOS
            MOVE "promos-utilisations.dat" TO WfichierMail
            MOVE WnbMailPromo TO WnbMailFichier
            PERFORM JOURNAL_CHANGE_MAIL
            PERFORM CHANGE_MAIL_FICHE
            IF WfusionMail = 1 THEN
               MOVE FUNCTION CONCATENATE("clients.dat : ",WnbMailClients," fiche(s) modifiee(s) (principale mise a jour, doublon supprime), points repris=",WpointsSource) TO fmc_ligne
            ELSE
               MOVE FUNCTION CONCATENATE("clients.dat : ",WnbMailClients," fiche(s) modifiee(s) (fiche renommee)") TO fmc_ligne
            END-IF
            WRITE mailcrTampon
            DISPLAY "clients.dat : ",WnbMailClients," fiche(s) modifiée(s)"
            CLOSE fmailcr
            DISPLAY "Compte rendu écrit dans changement-mail-cr.dat"
         ELSE
            DISPLAY "Changement abandonné"
         END-IF
      END-IF
      DISPLAY "----------------- FIN changement de mail client ---------------".

    *> COLONNE_TDB : range la date WdateMvtTdb dans la colonne du tableau de bord (WcolTdb 1 = mois demandé, 2 = même mois de l'année précédente, 0 = hors des deux mois)
    COLONNE_TDB.
      MOVE 0 TO WcolTdb
      IF WmoisMvtTdb = WmoisTdb THEN
         IF WanneeMvtTdb = WanneeTdb THEN
            MOVE 1 TO WcolTdb
         ELSE
            IF WanneeMvtTdb = WanneePrecTdb THEN
               MOVE 2 TO WcolTdb
            END-IF
         END-IF
      END-IF.

    *> CUMULE_FILM_TDB : ajoute les entrées WplacesTdb et la recette WmontantTdb de la réservation au film WidFilmTdb dans la colonne WcolTdb
    CUMULE_FILM_TDB.
      MOVE 0 TO WtrouveTdb
      MOVE 0 TO WiTdb
      PERFORM WITH TEST AFTER UNTIL WiTdb >= WnbFilmsTdb OR WtrouveTdb = 1
         COMPUTE WiTdb = WiTdb + 1
         IF WiTdb <= WnbFilmsTdb THEN
            IF WidFilmT(WiTdb) = WidFilmTdb THEN
               MOVE 1 TO WtrouveTdb
            END-IF
         END-IF
      END-PERFORM
      IF WtrouveTdb = 0 THEN
         IF WnbFilmsTdb < 300 THEN
            COMPUTE WnbFilmsTdb = WnbFilmsTdb + 1
            MOVE WnbFilmsTdb TO WiTdb
            MOVE WidFilmTdb TO WidFilmT(WiTdb)
            MOVE 1 TO WtrouveTdb
         ELSE
            DISPLAY "Table des films du tableau de bord pleine, film ",WidFilmTdb," ignoré"
         END-IF
      END-IF
      IF WtrouveTdb = 1 THEN
         COMPUTE WentreesFilmT(WiTdb, WcolTdb) = WentreesFilmT(WiTdb, WcolTdb) + WplacesTdb
         COMPUTE WrecetteFilmT(WiTdb, WcolTdb) = WrecetteFilmT(WiTdb, WcolTdb) + WmontantTdb
      END-IF.

    *> RETIENT_RESA_TDB : ajoute au tableau de bord (colonne WcolTdb) une réservation non optionnelle (WnumResaCnc, WidSeanceTdb, WdateSeanceTdb, WidFilmTdb, places et montant renseignés) : recette réellement encaissée nette des remboursements, répartition par tarif au prorata des tarifs du mois, part réglée en chèques cinéma, film, et pour une séance déjà jouée les places non pointées à l'entrée (fpaiements, fpointage et fpointageH ouverts par l'appelant)
    RETIENT_RESA_TDB.
      PERFORM CALCULE_ENCAISSE_RESA
      IF WrembCnc = 0 OR WencaisseCnc > 0 THEN
         IF WmvtCnc = 1 THEN
            IF WencaisseCnc > 0 THEN
               MOVE WencaisseCnc TO WmontantTdb
            ELSE
               MOVE 0 TO WmontantTdb
            END-IF
            IF WchequeCnc > 0 THEN
               COMPUTE WvalT(WcolTdb, 12) = WvalT(WcolTdb, 12) + WchequeCnc
            END-IF
         END-IF
         COMPUTE WvalT(WcolTdb, 1) = WvalT(WcolTdb, 1) + WplacesTdb
         COMPUTE WvalT(WcolTdb, 2) = WvalT(WcolTdb, 2) + WmontantTdb
         COMPUTE WvalT(WcolTdb, 4) = WvalT(WcolTdb, 4) + WadulteTdb
         COMPUTE WvalT(WcolTdb, 5) = WvalT(WcolTdb, 5) + WenfantTdb
         COMPUTE WvalT(WcolTdb, 6) = WvalT(WcolTdb, 6) + WabonneTdb
         COMPUTE WnominalTdb = WadulteTdb * WtarifAdulteT(WcolTdb) + WenfantTdb * WtarifEnfantT(WcolTdb) + WabonneTdb * WtarifAbonneT(WcolTdb)
         MOVE 0 TO WrecAdulteTdb
         MOVE 0 TO WrecEnfantTdb
         MOVE 0 TO WrecAbonneTdb
         IF WnominalTdb > 0 THEN
            COMPUTE WrecAdulteTdb = WmontantTdb * WadulteTdb * WtarifAdulteT(WcolTdb) / WnominalTdb
            COMPUTE WrecEnfantTdb = WmontantTdb * WenfantTdb * WtarifEnfantT(WcolTdb) / WnominalTdb
            COMPUTE WrecAbonneTdb = WmontantTdb * WabonneTdb * WtarifAbonneT(WcolTdb) / WnominalTdb
         END-IF
         *> le reliquat d'arrondi va a la premiere categorie presente
         COMPUTE WresteTdb = WmontantTdb - WrecAdulteTdb - WrecEnfantTdb - WrecAbonneTdb
         IF WadulteTdb > 0 OR (WenfantTdb = 0 AND WabonneTdb = 0) THEN
            COMPUTE WrecAdulteTdb = WrecAdulteTdb + WresteTdb
         ELSE
            IF WenfantTdb > 0 THEN
               COMPUTE WrecEnfantTdb = WrecEnfantTdb + WresteTdb
            ELSE
               COMPUTE WrecAbonneTdb = WrecAbonneTdb + WresteTdb
            END-IF
         END-IF
         COMPUTE WvalT(WcolTdb, 7) = WvalT(WcolTdb, 7) + WrecAdulteTdb
         COMPUTE WvalT(WcolTdb, 8) = WvalT(WcolTdb, 8) + WrecEnfantTdb
         COMPUTE WvalT(WcolTdb, 9) = WvalT(WcolTdb, 9) + WrecAbonneTdb
         PERFORM CUMULE_FILM_TDB
         *> no-show : seance deja jouee, reservation jamais pointee
         IF WdateSeanceTdb < WaujourdhuiTdb THEN
            COMPUTE WvalT(WcolTdb, 15) = WvalT(WcolTdb, 15) + WplacesTdb
            MOVE 0 TO WtrouveTdb
            IF WarchiveTdb = 0 THEN
               MOVE WnumResaCnc TO fpt_numresa
               READ fpointage
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF fpt_idseance = WidSeanceTdb THEN
                       MOVE 1 TO WtrouveTdb
                    END-IF
               END-READ
            ELSE
               MOVE WidSeanceTdb TO fpth_idseance
               MOVE WnumResaCnc TO fpth_numresa
               READ fpointageH
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 1 TO WtrouveTdb
               END-READ
            END-IF
            IF WtrouveTdb = 0 THEN
               COMPUTE WvalT(WcolTdb, 16) = WvalT(WcolTdb, 16) + WplacesTdb
            END-IF
         END-IF
      END-IF.

    *> RESAS_TDB : balaye les réservations vivantes puis archivées et retient celles des séances du mois demandé et du même mois de l'année précédente
    RESAS_TDB.
      OPEN INPUT fpaiements
      OPEN INPUT fpointage
      OPEN INPUT fpointageH
      *> premiere passe : les reservations vivantes
      MOVE 0 TO WarchiveTdb
      OPEN INPUT freservation
      OPEN INPUT fseances
      MOVE 0 TO fr_num
      MOVE 0 TO WfinTdb
      START freservation KEY IS NOT LESS THAN fr_num
        INVALID KEY
          MOVE 1 TO WfinTdb
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinTdb = 1
         READ freservation NEXT
           AT END
              MOVE 1 TO WfinTdb
           NOT AT END
              MOVE fr_idseance TO fsea_id
              READ fseances
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE fsea_annee TO WanneeMvtTdb
                   MOVE fsea_mois TO WmoisMvtTdb
                   MOVE fsea_jour TO WjourMvtTdb
                   PERFORM COLONNE_TDB
                   IF WcolTdb > 0 AND fr_statut NOT = "O" THEN
                      MOVE WdateMvtTdb TO WdateSeanceTdb
                      MOVE fr_num TO WnumResaCnc
                      MOVE fr_idseance TO WidSeanceTdb
                      MOVE fsea_idfilm TO WidFilmTdb
                      MOVE fr_place TO WplacesTdb
                      MOVE fr_placeEnfant TO WenfantTdb
                      MOVE fr_placeAbonne TO WabonneTdb
                      COMPUTE WadulteTdb = fr_place - fr_placeEnfant - fr_placeAbonne
                      MOVE fr_montant TO WmontantTdb
                      PERFORM RETIENT_RESA_TDB
                   END-IF
              END-READ
         END-READ
      END-PERFORM
      CLOSE fseances
      CLOSE freservation
      *> seconde passe : les reservations parties aux archives
      MOVE 1 TO WarchiveTdb
      OPEN INPUT freservationH
      OPEN INPUT fseancesH
      MOVE 0 TO frh_num
      MOVE 0 TO WfinTdb
      START freservationH KEY IS NOT LESS THAN frh_num
        INVALID KEY
          MOVE 1 TO WfinTdb
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinTdb = 1
         READ freservationH NEXT
           AT END
              MOVE 1 TO WfinTdb
           NOT AT END
              MOVE frh_idseance TO fseah_id
              READ fseancesH
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE fseah_annee TO WanneeMvtTdb
                   MOVE fseah_mois TO WmoisMvtTdb
                   MOVE fseah_jour TO WjourMvtTdb
                   PERFORM COLONNE_TDB
                   IF WcolTdb > 0 AND frh_statut NOT = "O" THEN
                      MOVE WdateMvtTdb TO WdateSeanceTdb
                      MOVE frh_num TO WnumResaCnc
                      MOVE frh_idseance TO WidSeanceTdb
                      MOVE fseah_idfilm TO WidFilmTdb
                      MOVE frh_place TO WplacesTdb
                      MOVE frh_placeEnfant TO WenfantTdb
                      MOVE frh_placeAbonne TO WabonneTdb
                      COMPUTE WadulteTdb = frh_place - frh_placeEnfant - frh_placeAbonne
                      MOVE frh_montant TO WmontantTdb
                      PERFORM RETIENT_RESA_TDB
                   END-IF
              END-READ
         END-READ
      END-PERFORM
      CLOSE fseancesH
      CLOSE freservationH
      CLOSE fpointageH
      CLOSE fpointage
      CLOSE fpaiements.

    *> POINTS_TDB : compte les conversions de points en réduction (mouvements "C") des deux mois et leur valeur en caisse
    POINTS_TDB.
      OPEN INPUT fpoints
      MOVE 0 TO fpo_num
      MOVE 0 TO WfinTdb
      START fpoints KEY IS NOT LESS THAN fpo_num
        INVALID KEY
          MOVE 1 TO WfinTdb
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinTdb = 1
         READ fpoints NEXT
           AT END
              MOVE 1 TO WfinTdb
           NOT AT END
              IF fpo_type = "C" THEN
                 MOVE fpo_date TO WdateMvtTdb
                 PERFORM COLONNE_TDB
                 IF WcolTdb > 0 THEN
                    COMPUTE WvalT(WcolTdb, 10) = WvalT(WcolTdb, 10) + 1
                    COMPUTE WvalT(WcolTdb, 11) = WvalT(WcolTdb, 11) + fpo_points / WpointsParEuro
                 END-IF
              END-IF
         END-READ
      END-PERFORM
      CLOSE fpoints.

    *> CONFISERIE_TDB : totalise le chiffre d'affaires confiserie (ventes.dat) des deux mois
    CONFISERIE_TDB.
      OPEN INPUT fventes
      MOVE 0 TO fv_num
      MOVE 0 TO WfinTdb
      START fventes KEY IS NOT LESS THAN fv_num
        INVALID KEY
          MOVE 1 TO WfinTdb
        NOT INVALID KEY
          CONTINUE
      END-START
      PERFORM WITH TEST AFTER UNTIL WfinTdb = 1
         READ fventes NEXT
           AT END
              MOVE 1 TO WfinTdb
           NOT AT END
              MOVE fv_date TO WdateMvtTdb
              PERFORM COLONNE_TDB
              IF WcolTdb > 0 THEN
                 COMPUTE WvalT(WcolTdb, 13) = WvalT(WcolTdb, 13) + fv_montant
              END-IF
         END-READ
      END-PERFORM
      CLOSE fventes.

    *> ABONNEMENTS_TDB : compte dans journal.dat les abonnements pris (ABONNEMENT_CLIENT) et renouvelés (RENOUVELLE_ABONNEMENT) des deux mois : nouveau quand le client n'avait pas d'abonnement avant l'opération (durée 00), renouvellement sinon
    ABONNEMENTS_TDB.
      OPEN INPUT fjournal
      IF fjo_stat = 35 THEN
         DISPLAY "Pas de journal : abonnements non comptés"
      ELSE
         MOVE 0 TO WfinTdb
         PERFORM WITH TEST AFTER UNTIL WfinTdb = 1
            READ fjournal
              AT END
                 MOVE 1 TO WfinTdb
              NOT AT END
                 IF fjo_ligne(1:8) IS NUMERIC THEN
                    MOVE fjo_ligne(1:8) TO WdateMvtTdb
                    PERFORM COLONNE_TDB
                    IF WcolTdb > 0 THEN
                       *> disposition d'ECRIT_JOURNAL : type en 29 et
                       *> duree d'avant en 608 ; les lignes anterieures
                       *> a l'identifiant operateur ont le type en 17 et
                       *> la duree d'avant en 596
                       IF fjo_ligne(16:4) = " op=" THEN
                          MOVE 29 TO WposTypeTdb
                          MOVE 608 TO WposDureeTdb
                       ELSE
                          MOVE 17 TO WposTypeTdb
                          MOVE 596 TO WposDureeTdb
                       END-IF
                       IF fjo_ligne(WposTypeTdb:30) = "ABONNEMENT_CLIENT" OR fjo_ligne(WposTypeTdb:30) = "RENOUVELLE_ABONNEMENT" THEN
                          IF fjo_ligne(WposDureeTdb:8) = "duree=00" THEN
                             COMPUTE WvalT(WcolTdb, 18) = WvalT(WcolTdb, 18) + 1
                          ELSE
                             COMPUTE WvalT(WcolTdb, 19) = WvalT(WcolTdb, 19) + 1
                          END-IF
                       END-IF
                    END-IF
                 END-IF
            END-READ
         END-PERFORM
         CLOSE fjournal
      END-IF.

    *> CLASSE_FILMS_TDB : retient dans WtopFilmT les 10 films aux plus fortes entrées de la colonne WcolTdb (0 = rang vide)
    CLASSE_FILMS_TDB.
      MOVE 0 TO WrangTdb
      PERFORM WITH TEST AFTER UNTIL WrangTdb >= 10
         COMPUTE WrangTdb = WrangTdb + 1
         MOVE 0 TO WposTdb
         MOVE 0 TO WmaxTdb
         MOVE 0 TO WiTdb
         PERFORM WITH TEST AFTER UNTIL WiTdb >= WnbFilmsTdb
            COMPUTE WiTdb = WiTdb + 1
            IF WiTdb <= WnbFilmsTdb THEN
               IF WrangFilmT(WiTdb, WcolTdb) = 0 AND WentreesFilmT(WiTdb, WcolTdb) > WmaxTdb THEN
                  MOVE WiTdb TO WposTdb
                  MOVE WentreesFilmT(WiTdb, WcolTdb) TO WmaxTdb
               END-IF
            END-IF
         END-PERFORM
         MOVE WposTdb TO WtopFilmT(WrangTdb, WcolTdb)
         IF WposTdb > 0 THEN
            MOVE WrangTdb TO WrangFilmT(WposTdb, WcolTdb)
         END-IF
      END-PERFORM.

    *> ECART_TDB : écart en % de WcurTdb sur WprecTdb édité dans WecartLT ("n.s." sans base de comparaison)
    ECART_TDB.
      MOVE 0 TO WtrouveTdb
      IF WprecTdb = 0 THEN
         MOVE 1 TO WtrouveTdb
      ELSE
         COMPUTE WecartTdb ROUNDED = (WcurTdb - WprecTdb) * 100 / WprecTdb
           ON SIZE ERROR
              MOVE 1 TO WtrouveTdb
         END-COMPUTE
      END-IF
      IF WtrouveTdb = 1 THEN
         MOVE "     n.s." TO WecartLT
      ELSE
         MOVE WecartTdb TO WecartEdTdb
         MOVE FUNCTION CONCATENATE(WecartEdTdb," %") TO WecartLT
      END-IF.

    *> ECRIT_INDIC_TDB : écrit la ligne de l'indicateur WiTdb : valeur du mois, valeur de l'année précédente, écart en %
    ECRIT_INDIC_TDB.
      MOVE WlibIndicT(WiTdb) TO WlibLT
      MOVE WvalT(1, WiTdb) TO WcurTdb
      MOVE WvalT(2, WiTdb) TO WprecTdb
      IF WformatT(WiTdb) = "N" THEN
         MOVE WcurTdb TO WnbEdTdb
         MOVE WnbEdTdb TO WcurLT
         MOVE WprecTdb TO WnbEdTdb
         MOVE WnbEdTdb TO WprecLT
      ELSE
         MOVE WcurTdb TO WvalEdTdb
         MOVE WvalEdTdb TO WcurLT
         MOVE WprecTdb TO WvalEdTdb
         MOVE WvalEdTdb TO WprecLT
      END-IF
      PERFORM ECART_TDB
      MOVE FUNCTION CONCATENATE(WlibLT," ",WcurLT,"  ",WprecLT,"  ",WecartLT) TO ftb_ligne
      WRITE tableauTampon.

    *> CHARGE_LIBELLES_TDB : charge le libellé et le format (N = nombre, M = montant ou moyenne) des indicateurs du tableau de bord
    CHARGE_LIBELLES_TDB.
      MOVE "N" TO WformatT(1)
      MOVE "Entrees" TO WlibIndicT(1)
      MOVE "M" TO WformatT(2)
      MOVE "Recette billetterie nette" TO WlibIndicT(2)
      MOVE "M" TO WformatT(3)
      MOVE "Prix moyen par entree" TO WlibIndicT(3)
      MOVE "N" TO WformatT(4)
      MOVE "Entrees tarif adulte" TO WlibIndicT(4)
      MOVE "N" TO WformatT(5)
      MOVE "Entrees tarif enfant" TO WlibIndicT(5)
      MOVE "N" TO WformatT(6)
      MOVE "Entrees tarif abonne" TO WlibIndicT(6)
      MOVE "M" TO WformatT(7)
      MOVE "Recette tarif adulte" TO WlibIndicT(7)
      MOVE "M" TO WformatT(8)
      MOVE "Recette tarif enfant" TO WlibIndicT(8)
      MOVE "M" TO WformatT(9)
      MOVE "Recette tarif abonne" TO WlibIndicT(9)
      MOVE "N" TO WformatT(10)
      MOVE "Conversions de points en reduction" TO WlibIndicT(10)
      MOVE "M" TO WformatT(11)
      MOVE "Reductions fidelite (points convertis)" TO WlibIndicT(11)
      MOVE "M" TO WformatT(12)
      MOVE "Reglements en cheques cinema" TO WlibIndicT(12)
      MOVE "M" TO WformatT(13)
      MOVE "Recette confiserie" TO WlibIndicT(13)
      MOVE "M" TO WformatT(14)
      MOVE "Depense confiserie par entree" TO WlibIndicT(14)
      MOVE "N" TO WformatT(15)
      MOVE "Places des seances jouees" TO WlibIndicT(15)
      MOVE "N" TO WformatT(16)
      MOVE "Places non pointees (no-show)" TO WlibIndicT(16)
      MOVE "M" TO WformatT(17)
      MOVE "Taux de no-show (%)" TO WlibIndicT(17)
      MOVE "N" TO WformatT(18)
      MOVE "Nouveaux abonnements" TO WlibIndicT(18)
      MOVE "N" TO WformatT(19)
      MOVE "Abonnements renouveles" TO WlibIndicT(19).

    *> TABLEAU_DE_BORD : tableau de bord de gestion d'un mois (entrées, recette billetterie nette des remboursements, prix moyen, répartition par tarif, conversions de points et chèques cinéma, confiserie, no-shows, abonnements, 10 meilleurs films) comparé au même mois de l'année précédente, à partir des fichiers vivants et des archives ; écrit tableau-bord-MMAAAA.dat
    TABLEAU_DE_BORD.
      DISPLAY "----------------- DEBUT tableau de bord mensuel ---------------"
      MOVE 0 TO WmoisTdb
      PERFORM WITH TEST AFTER UNTIL WmoisTdb > 0 AND WmoisTdb < 13
         DISPLAY "Saisir le mois (1 à 12)"
         ACCEPT WmoisTdb
      END-PERFORM
      MOVE 0 TO WanneeTdb
      PERFORM WITH TEST AFTER UNTIL WanneeTdb > 1900
         DISPLAY "Saisir l'année (aaaa)"
         ACCEPT WanneeTdb
      END-PERFORM
      COMPUTE WanneePrecTdb = WanneeTdb - 1
      MOVE FUNCTION CURRENT-DATE(1:8) TO WaujourdhuiTdb
      PERFORM CHARGE_LIBELLES_TDB
      *> tarifs en vigueur le premier du mois, base de la repartition
      *> de la recette entre categories
      MOVE 0 TO WcolTdb
      PERFORM WITH TEST AFTER UNTIL WcolTdb >= 2
         COMPUTE WcolTdb = WcolTdb + 1
         IF WcolTdb = 1 THEN
            MOVE FUNCTION CONCATENATE(WanneeTdb,WmoisTdb,"01") TO Wdatejour
         ELSE
            MOVE FUNCTION CONCATENATE(WanneePrecTdb,WmoisTdb,"01") TO Wdatejour
         END-IF
         MOVE "A" TO Wtypetarif
         PERFORM CHERCHE_TARIF
         MOVE Wmontanttarif TO WtarifAdulteT(WcolTdb)
         MOVE "E" TO Wtypetarif
         PERFORM CHERCHE_TARIF
         MOVE Wmontanttarif TO WtarifEnfantT(WcolTdb)
         MOVE "R" TO Wtypetarif
         PERFORM CHERCHE_TARIF
         MOVE Wmontanttarif TO WtarifAbonneT(WcolTdb)
      END-PERFORM
      INITIALIZE WtabIndicTdb
      INITIALIZE WtabFilmsTdb
      INITIALIZE WtabTopTdb
      MOVE 0 TO WnbFilmsTdb
      PERFORM RESAS_TDB
      PERFORM POINTS_TDB
      PERFORM CONFISERIE_TDB
      PERFORM ABONNEMENTS_TDB
      *> ratios : prix moyen, depense confiserie par entree, taux de
      *> no-show sur les places des seances deja jouees
      MOVE 0 TO WcolTdb
      PERFORM WITH TEST AFTER UNTIL WcolTdb >= 2
         COMPUTE WcolTdb = WcolTdb + 1
         IF WvalT(WcolTdb, 1) > 0 THEN
            COMPUTE WvalT(WcolTdb, 3) ROUNDED = WvalT(WcolTdb, 2) / WvalT(WcolTdb, 1)
            COMPUTE WvalT(WcolTdb, 14) ROUNDED = WvalT(WcolTdb, 13) / WvalT(WcolTdb, 1)
         END-IF
         IF WvalT(WcolTdb, 15) > 0 THEN
            COMPUTE WvalT(WcolTdb, 17) ROUNDED = WvalT(WcolTdb, 16) * 100 / WvalT(WcolTdb, 15)
         END-IF
         PERFORM CLASSE_FILMS_TDB
      END-PERFORM
      *> edition
      MOVE FUNCTION CONCATENATE("tableau-bord-",WmoisTdb,WanneeTdb,".dat") TO Wtableaufichier
      OPEN OUTPUT ftableaubord
      MOVE FUNCTION CONCATENATE("TABLEAU DE BORD DU MOIS ",WmoisTdb,"/",WanneeTdb," COMPARE A ",WmoisTdb,"/",WanneePrecTdb) TO ftb_ligne
      WRITE tableauTampon
      MOVE FUNCTION CONCATENATE("Edite le ",WaujourdhuiTdb(7:2),"/",WaujourdhuiTdb(5:2),"/",WaujourdhuiTdb(1:4)," (seances vivantes et archivees, options non confirmees exclues)") TO ftb_ligne
      WRITE tableauTampon
      MOVE "INDICATEUR" TO WlibLT
      MOVE FUNCTION CONCATENATE("        ",WmoisTdb,"/",WanneeTdb) TO WcurLT
      MOVE FUNCTION CONCATENATE("        ",WmoisTdb,"/",WanneePrecTdb) TO WprecLT
      MOVE "   ECART" TO WecartLT
      MOVE FUNCTION CONCATENATE(WlibLT," ",WcurLT,"  ",WprecLT,"  ",WecartLT) TO ftb_ligne
      WRITE tableauTampon
      MOVE 0 TO WiTdb
      PERFORM WITH TEST AFTER UNTIL WiTdb >= 19
         COMPUTE WiTdb = WiTdb + 1
         EVALUATE WiTdb
         WHEN 1
            MOVE "--- BILLETTERIE (recette nette des remboursements)" TO ftb_ligne
            WRITE tableauTampon
         WHEN 4
            MOVE "--- REPARTITION PAR TARIF ET MODE DE REGLEMENT" TO ftb_ligne
            WRITE tableauTampon
         WHEN 13
            MOVE "--- CONFISERIE" TO ftb_ligne
            WRITE tableauTampon
         WHEN 15
            MOVE "--- NO-SHOWS (seances deja jouees, pointage a l'entree)" TO ftb_ligne
            WRITE tableauTampon
         WHEN 18
            MOVE "--- ABONNEMENTS" TO ftb_ligne
            WRITE tableauTampon
         END-EVALUATE
         PERFORM ECRIT_INDIC_TDB
      END-PERFORM
      MOVE FUNCTION CONCATENATE("--- 10 MEILLEURS FILMS (entrees) ",WmoisTdb,"/",WanneeTdb," | ",WmoisTdb,"/",WanneePrecTdb) TO ftb_ligne
      WRITE tableauTampon
      OPEN INPUT ffilms
      MOVE 0 TO WrangTdb
      PERFORM WITH TEST AFTER UNTIL WrangTdb >= 10
         COMPUTE WrangTdb = WrangTdb + 1
         MOVE WrangTdb TO WrangLT
         MOVE SPACES TO WtitreCurLT
         MOVE 0 TO WcurTdb
         MOVE WtopFilmT(WrangTdb, 1) TO WposTdb
         IF WposTdb > 0 THEN
            MOVE WentreesFilmT(WposTdb, 1) TO WcurTdb
            MOVE WidFilmT(WposTdb) TO ff_id
            READ ffilms
              INVALID KEY
                 MOVE WidFilmT(WposTdb) TO WtitreCurLT
              NOT INVALID KEY
                 MOVE ff_titre TO WtitreCurLT
            END-READ
         END-IF
         MOVE WcurTdb TO WentreesCurLT
         MOVE SPACES TO WtitrePrecLT
         MOVE 0 TO WprecTdb
         MOVE WtopFilmT(WrangTdb, 2) TO WposTdb
         IF WposTdb > 0 THEN
            MOVE WentreesFilmT(WposTdb, 2) TO WprecTdb
            MOVE WidFilmT(WposTdb) TO ff_id
            READ ffilms
              INVALID KEY
                 MOVE WidFilmT(WposTdb) TO WtitrePrecLT
              NOT INVALID KEY
                 MOVE ff_titre TO WtitrePrecLT
            END-READ
         END-IF
         MOVE WprecTdb TO WentreesPrecLT
         PERFORM ECART_TDB
         MOVE FUNCTION CONCATENATE(WrangLT,"  ",WtitreCurLT," ",WentreesCurLT," | ",WtitrePrecLT," ",WentreesPrecLT,"  ",WecartLT) TO ftb_ligne
         WRITE tableauTampon
      END-PERFORM
      CLOSE ffilms
      CLOSE ftableaubord
      MOVE WvalT(1, 1) TO WcurTdb
      MOVE WvalT(2, 1) TO WprecTdb
      PERFORM ECART_TDB
      MOVE WvalT(1, 1) TO WnbEdTdb
      MOVE WvalT(2, 1) TO WnbEd2Tdb
      DISPLAY "Entrées du mois            : ",WnbEdTdb," (année précédente ",WnbEd2Tdb,", écart ",WecartLT,")"
      MOVE WvalT(1, 2) TO WcurTdb
      MOVE WvalT(2, 2) TO WprecTdb
      PERFORM ECART_TDB
      MOVE WvalT(1, 2) TO WvalEdTdb
      MOVE WvalT(2, 2) TO WvalEd2Tdb
      DISPLAY "Recette billetterie nette  : ",WvalEdTdb," (année précédente ",WvalEd2Tdb,", écart ",WecartLT,")"
      MOVE "TABLEAU_DE_BORD" TO Wjtype
      MOVE FUNCTION CONCATENATE(WmoisTdb,WanneeTdb) TO Wjcle
      MOVE SPACES TO Wjavant
      MOVE FUNCTION CONCATENATE("entrees=",FUNCTION TRIM(WnbEdTdb)," recette=",FUNCTION TRIM(WvalEdTdb)," entrees-n-1=",FUNCTION TRIM(WnbEd2Tdb)," recette-n-1=",FUNCTION TRIM(WvalEd2Tdb)) TO Wjapres
      MOVE WvalT(1, 13) TO WvalEdTdb
      DISPLAY "Recette confiserie         : ",WvalEdTdb
      MOVE WvalT(1, 17) TO WvalEdTdb
      DISPLAY "Taux de no-show (%)        : ",WvalEdTdb
      DISPLAY "Tableau de bord écrit dans ",Wtableaufichier
      PERFORM ECRIT_JOURNAL
      DISPLAY "----------------- FIN tableau de bord mensuel ---------------".

    *> BACKFILL_STATS : reconstruit fstats depuis l'historique de freservation/fseances, appelee une seule fois a la creation du fichier
    BACKFILL_STATS.
