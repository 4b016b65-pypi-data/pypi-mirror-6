000050 DATE-WRITTEN. 22/08/2026.
000060 DATE-COMPILED.
000070 REMARKS. PRE-FACTURATION DES QUANTITES : CHAQUE QUANTITE
000080     QTE-SRC EST RAPPROCHEE DE SON ADHERENT (MAITRE ADH-MAST LU
000090     PAR LA CLE QS-CLE) PUIS VALORISEE PAR LE BAREME TARIF (TAUX
000100     ET PART FIXE PAR COUPLE COTRTO/CETRTF). LE FICHIER INTERFACE
000110     PREFACT PORTE UNE LIGNE '02' PAR QUANTITE VALORISEE, UNE
000120     LIGNE '03' DE TOTAL PAR ADHERENT, UN ENTETE '01' ET UN
000130     PIED '09' DE CONTROLE. LES QUANTITES SANS ADHERENT OU
000140     SANS TARIF SONT RAPPORTEES DANS FA-RPRT. REMPLACE LA
000150     FACTURATION SUR TABLEUR ALIMENTEE A LA MAIN DEPUIS
000152     QTE-RPRT. LES QUANTITES DECLAREES EN RETARD SUR LEUR
000154     PERIODE DE REFERENCE SUPPORTENT UNE MAJORATION (BAREME
000156     MAJ-BAR), FACTUREE LE MOIS SUIVANT SAUF EXONERATION MAJ-EXO
000158     (RAPPORT MAJ-RPRT). UNE QUANTITE QUI ARRIVE APRES UNE
000160     ESTIMATION PROVISOIRE DE HZES0001 (EST-OUV) N'EST FACTUREE
000162     QUE POUR L'ECART AVEC LE MONTANT ESTIME (LIGNE '02' DE
000164     NATURE 'R') ; LES ESTIMATIONS NON REGULARISEES SONT
000166     RECONDUITES DANS EST-OUV-NV (RAPPORT REG-RPRT).
000170*****************************************************************
000180*    HISTORIQUE DES MODIFICATIONS
000190*    --------------------------------------------------------
000245*                       PORTE DANS LA ZONE ADHERENT DU '03') ;
000246*                       LES NON-MEMBRES RESTENT FACTURES
000247*                       INDIVIDUELLEMENT COMME AUPARAVANT.
000248*    15/10/2026 EBA     ADH-REF : INDICATEUR D'ADRESSE NPAI
000249*                       (RETOUR DE COURRIER) EN FIN DE DESSIN.
000250*    15/10/2026 EBA     ADH-REF : CANAL DE DIFFUSION, ADRESSE
000251*                       ELECTRONIQUE ET INDICATEUR DE REJET DE
000252*                       MESSAGERIE EN FIN DE DESSIN.
000253*    15/10/2026 EBA     FACTURATION PERIODIQUE : SELON LA
000254*                       FREQUENCE AF-FREQUENCE DE L'ADHERENT (T
000255*                       TRIMESTRIELLE, A ANNUELLE), LES DETAILS
000256*                       '02' VALORISES SONT MIS EN ATTENTE DANS
000257*                       FA-ATT-NV JUSQU'AU PREMIER JOUR DE LA
000258*                       PERIODE SUIVANTE, PUIS LIBERES EN UNE
000259*                       SEULE FACTURE PAR PERIODE ; LES ADHERENTS
000260*                       MENSUELS (M OU BLANC) SONT FACTURES COMME
000261*                       AUPARAVANT. RAPPORT FA-ARPT DES MONTANTS
000262*                       EN ATTENTE PAR ADHERENT ET ECHEANCE.
000263*    15/10/2026 EBA     REFERENTIEL LU PAR CLE DANS LE MAITRE
000264*                       INDEXE ADH-MAST (ADHMSTC) AU LIEU DE LA
000265*                       TABLE DE 500 ENTREES CHARGEE DEPUIS
000266*                       ADH-REF.
000267*    15/10/2026 EBA     QTE-SRC : PERIODE DE REFERENCE (AAAAMM)
000268*                       ET DATE DE RECEPTION (AAAAMMJJ) EN FIN
000269*                       DE DESSIN.
000270*    15/10/2026 EBA     MAJORATION DE RETARD DE DECLARATION :
000271*                       RETARD DE RECEPTION DE LA QUANTITE SUR
000272*                       SA PERIODE DE REFERENCE ; AU-DELA DU
000273*                       DELAI DE GRACE KONSTAB MAJ-DELAI-GRACE,
000274*                       MAJORATION PAR TRANCHE DU BAREME MAJ-BAR
000275*                       MISE EN ATTENTE (MAJ-ATT) AU COMPTE
000276*                       EMPLOYEUR GRP-ADH OU A DEFAUT ADHERENT,
000277*                       FACTUREE EN LIGNE '02' SEPAREE (COTRTO
000278*                       MAJRT) AU PREMIER PASSAGE DU MOIS
000279*                       SUIVANT SAUF EXONERATION MAJ-EXO ;
000280*                       RAPPORT MAJ-RPRT DES CAS DU MOIS.
000281*    15/10/2026 EBA     REGULARISATION DES ESTIMATIONS : LES
000282*                       ESTIMATIONS OUVERTES EST-OUV (HZES0001)
000283*                       SONT CHARGEES AU DEMARRAGE ; UNE QUANTITE
000284*                       DE MEME CLE ET PERIODE (OU DE PERIODE A
000285*                       BLANC) N'EST FACTUREE QUE POUR L'ECART
000286*                       REEL - ESTIME, EN LIGNE '02' MARQUEE 'R'
000287*                       (W-PF-NATURE, ANCIEN FILLER) ; LES
000288*                       ESTIMATIONS RESTANTES SONT RECOPIEES DANS
000289*                       EST-OUV-NV. RAPPORT REG-RPRT DES
000290*                       REGULARISATIONS ET ESTIMATIONS OUVERTES.
000291*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-370.
000320     SELECT QTE-SRC ASSIGN TO QTESRC
000330         ORGANIZATION SEQUENTIAL
000340         FILE STATUS W-QTE-SRC-STATUS.
000346     SELECT ADH-MAST ASSIGN TO ADHMAST
000352         ORGANIZATION INDEXED
000358         ACCESS MODE RANDOM
000364         RECORD KEY AF-CLE
000370         FILE STATUS W-ADH-MAST-STATUS.
000380     SELECT TARIF ASSIGN TO TARIF
000390         ORGANIZATION SEQUENTIAL
000400         FILE STATUS W-TARIF-STATUS.
000462     SELECT GRP-ADH ASSIGN TO GRPADH
000464         ORGANIZATION SEQUENTIAL
000466         FILE STATUS W-GRP-ADH-STATUS.
000467     SELECT FA-ATT ASSIGN TO FAATT
000468         ORGANIZATION SEQUENTIAL
000469         FILE STATUS W-FA-ATT-STATUS.
000470     SELECT FA-ATT-NV ASSIGN TO FAATTNV
000471         ORGANIZATION SEQUENTIAL
000472         FILE STATUS W-FA-ATT-NV-STATUS.
000473     SELECT FA-ARPT ASSIGN TO FAARPT
000474         ORGANIZATION SEQUENTIAL
000475         FILE STATUS W-FA-ARPT-STATUS.
000476     SELECT KONSTAB ASSIGN TO KONSTAB
000477         ORGANIZATION SEQUENTIAL
000478         FILE STATUS W-KONSTAB-STATUS.
000479     SELECT MAJ-BAR ASSIGN TO MAJBAR
000480         ORGANIZATION SEQUENTIAL
000481         FILE STATUS W-MAJ-BAR-STATUS.
000482     SELECT MAJ-EXO ASSIGN TO MAJEXO
000483         ORGANIZATION SEQUENTIAL
000484         FILE STATUS W-MAJ-EXO-STATUS.
000485     SELECT MAJ-ATT ASSIGN TO MAJATT
000486         ORGANIZATION SEQUENTIAL
000487         FILE STATUS W-MAJ-ATT-STATUS.
000488     SELECT MAJ-ATT-NV ASSIGN TO MAJATTNV
000489         ORGANIZATION SEQUENTIAL
000490         FILE STATUS W-MAJ-ATT-NV-STATUS.
000491     SELECT MAJ-RPRT ASSIGN TO MAJRPRT
000492         ORGANIZATION SEQUENTIAL
000493         FILE STATUS W-MAJ-RPRT-STATUS.
000494     SELECT EST-OUV ASSIGN TO ESTOUV
000495         ORGANIZATION SEQUENTIAL
000496         FILE STATUS W-EST-OUV-STATUS.
000497     SELECT EST-OUV-NV ASSIGN TO ESTOUVNV
000498         ORGANIZATION SEQUENTIAL
000499         FILE STATUS W-EST-OUV-NV-STATUS.
000500     SELECT REG-RPRT ASSIGN TO REGRPRT
000501         ORGANIZATION SEQUENTIAL
000502         FILE STATUS W-REG-RPRT-STATUS.
000503 DATA DIVISION.
000504 FILE SECTION.
000505*****************************************************************
000506*    QTE-SRC - MEME DESSIN QUE DANS HORROR (QUANTITE EN
000507*    CENTIEMES SUR SIX CHIFFRES). PERIODE DE REFERENCE ET DATE
000508*    DE RECEPTION A BLANC : PAS DE CONTROLE DE RETARD.
000520*****************************************************************
000530 FD  QTE-SRC
000540     LABEL RECORD STANDARD
000560 01  QTE-SRC-LIGNE.
000570     05  QS-CLE                  PIC X(08).
000580     05  QS-QTE-BRUTE            PIC X(06).
000583     05  QS-PERIODE              PIC X(06).
000586     05  QS-DATE-RECEPTION       PIC X(08).
000590*****************************************************************
000600*    ADH-MAST - MAITRE ADHERENT TENU PAR HZAD0001 DEPUIS LE
000610*    FLUX DELTA DU SYSTEME AMONT : RAPPROCHEMENT CLE QUANTITE
000620*    VERS ADHERENT ET CODES TRAITEMENT, LU PAR LA CLE AF-CLE.
000640*****************************************************************
000650 FD  ADH-MAST
000660     LABEL RECORD STANDARD
000670     DATA RECORD ADH-MAST-ENREG.
000680 COPY ADHMSTC.
000710*****************************************************************
000720*    TARIF - BAREME DE VALORISATION : TAUX UNITAIRE ET PART
000730*    FIXE PAR COUPLE COTRTO/CETRTF (MONTANTS EN CENTIEMES).
000962     05  GR-COADHF               PIC X(09).
000963     05  GR-DATE-DEBUT           PIC 9(08).
000964     05  GR-DATE-FIN             PIC 9(08).
000965*****************************************************************
000966*    FA-ATT - DETAILS '02' EN ATTENTE DE FACTURATION (ADHERENTS
000967*    TRIMESTRIELS OU ANNUELS) : DATE D'ECHEANCE (PREMIER JOUR DE
000968*    LA PERIODE SUIVANTE, AAAAMMJJ), DATE DE VALORISATION,
000969*    FREQUENCE ET IMAGE DU DETAIL PREFACT. FA-ATT-NV, MEME DESSIN,
000970*    EST LE FICHIER DU PASSAGE SUIVANT (SUBSTITUE PAR
000971*    L'EXPLOITATION) ; IL EST AUSSI LU PAR HZCT0001 POUR LA
000972*    PROVISION DE FIN DE MOIS.
000973*****************************************************************
000974 FD  FA-ATT
000975     LABEL RECORD STANDARD
000976     DATA RECORD FA-ATT-LIGNE.
000977 01  FA-ATT-LIGNE.
000978     05  FT-ECHEANCE             PIC 9(08).
000979     05  FT-DATE-VALORISATION    PIC 9(08).
000980     05  FT-FREQUENCE            PIC X(01).
000981     05  FT-DETAIL.
000982         10  FT-TYPE             PIC X(02).
000983         10  FT-COADHF           PIC X(09).
000984         10  FT-COTRTO           PIC X(05).
000985         10  FT-CETRTF           PIC X(05).
000986         10  FT-CLE              PIC X(08).
000987         10  FT-QUANTITE         PIC 9(04)V99.
000988         10  FT-TAUX             PIC 9(05)V99.
000989         10  FT-MONTANT          PIC S9(09)V99
000990                                 SIGN LEADING SEPARATE.
000991         10  FILLER              PIC X(06).
000992 FD  FA-ATT-NV
000993     LABEL RECORD STANDARD
000994     DATA RECORD FA-ATT-NV-LIGNE.
000995 01  FA-ATT-NV-LIGNE             PIC X(77).
000996 FD  FA-ARPT
000997     LABEL RECORD STANDARD
000998     DATA RECORD FA-ARPT-LIGNE.
000999 01  FA-ARPT-LIGNE               PIC X(132).
001000 FD  KONSTAB
001001     LABEL RECORD STANDARD
001002     DATA RECORD KONSTAB-LIGNE.
001003 01  KONSTAB-LIGNE.
001004     05  KONSTAB-RUBRIQUE        PIC X(20).
001005     05  KONSTAB-VALEUR          PIC X(60).
001006*****************************************************************
001007*    MAJ-BAR - BAREME DES MAJORATIONS DE RETARD : UNE TRANCHE PAR
001008*    ENREGISTREMENT, RETARD MINIMUM EN JOURS (COMPTE DEPUIS LE
001009*    PREMIER JOUR DU MOIS QUI SUIT LA PERIODE DE REFERENCE), TAUX
001010*    EN POURCENTAGE DU MONTANT DE LA LIGNE ET MINIMUM DE
001011*    PERCEPTION. LA TRANCHE RETENUE EST CELLE DONT LE RETARD
001012*    MINIMUM EST LE PLUS ELEVE SANS DEPASSER LE RETARD CONSTATE.
001013*****************************************************************
001014 FD  MAJ-BAR
001015     LABEL RECORD STANDARD
001016     DATA RECORD MAJ-BAR-LIGNE.
001017 01  MAJ-BAR-LIGNE.
001018     05  MB-RETARD-MIN           PIC 9(04).
001019     05  MB-TAUX                 PIC 9(02)V99.
001020     05  MB-MINIMUM              PIC 9(05)V99.
001021*****************************************************************
001022*    MAJ-EXO - EXONERATIONS DECIDEES PAR LA DIRECTION SUR LE
001023*    RAPPORT MAJ-RPRT : CLE QUANTITE ET PERIODE DE REFERENCE DU
001024*    CAS, MOTIF LIBRE.
001025*****************************************************************
001026 FD  MAJ-EXO
001027     LABEL RECORD STANDARD
001028     DATA RECORD MAJ-EXO-LIGNE.
001029 01  MAJ-EXO-LIGNE.
001030     05  ME-CLE                  PIC X(08).
001031     05  ME-PERIODE              PIC X(06).
001032     05  ME-MOTIF                PIC X(30).
001033*****************************************************************
001034*    MAJ-ATT - MAJORATIONS DE RETARD EN ATTENTE DE FACTURATION :
001035*    ECHEANCE (PREMIER JOUR DU MOIS QUI SUIT LE CALCUL), DATE DU
001036*    CALCUL, COMPTE FACTURE (EMPLOYEUR GRP-ADH OU ADHERENT),
001037*    ADHERENT DE LA QUANTITE, CLE, PERIODE, DATE DE RECEPTION,
001038*    RETARD EN JOURS, MONTANT DE BASE, TAUX ET MONTANT DE LA
001039*    MAJORATION. MAJ-ATT-NV, MEME DESSIN, EST LE FICHIER DU
001040*    PASSAGE SUIVANT (SUBSTITUE PAR L'EXPLOITATION).
001041*****************************************************************
001042 FD  MAJ-ATT
001043     LABEL RECORD STANDARD
001044     DATA RECORD MAJ-ATT-LIGNE.
001045 01  MAJ-ATT-LIGNE.
001046     05  MA-ECHEANCE             PIC 9(08).
001047     05  MA-DATE-CALCUL          PIC 9(08).
001048     05  MA-COMPTE               PIC X(09).
001049     05  MA-COADHF               PIC X(09).
001050     05  MA-CLE                  PIC X(08).
001051     05  MA-PERIODE              PIC X(06).
001052     05  MA-DATE-RECEPTION       PIC X(08).
001053     05  MA-RETARD               PIC 9(04).
001054     05  MA-BASE                 PIC S9(09)V99
001055                                 SIGN LEADING SEPARATE.
001056     05  MA-TAUX                 PIC 9(02)V99.
001057     05  MA-MONTANT              PIC S9(09)V99
001058                                 SIGN LEADING SEPARATE.
001059 FD  MAJ-ATT-NV
001060     LABEL RECORD STANDARD
001061     DATA RECORD MAJ-ATT-NV-LIGNE.
001062 01  MAJ-ATT-NV-LIGNE            PIC X(88).
001063 FD  MAJ-RPRT
001064     LABEL RECORD STANDARD
001065     DATA RECORD MAJ-RPRT-LIGNE.
001066 01  MAJ-RPRT-LIGNE              PIC X(132).
001067*****************************************************************
001068*    EST-OUV - ESTIMATIONS PROVISOIRES OUVERTES (DESSIN DE
001069*    HZES0001) : CLE, ADHERENT, PERIODE, DATE D'ESTIMATION,
001070*    QUANTITE ET MONTANT FACTURES. EST-OUV-NV, MEME DESSIN, PORTE
001071*    LES ESTIMATIONS NON REGULARISEES POUR LE PASSAGE SUIVANT
001072*    (SUBSTITUE PAR L'EXPLOITATION).
001073*****************************************************************
001074 FD  EST-OUV
001075     LABEL RECORD STANDARD
001076     DATA RECORD EST-OUV-LIGNE.
001077 01  EST-OUV-LIGNE.
001078     05  EO-CLE                  PIC X(08).
001079     05  EO-COADHF               PIC X(09).
001080     05  EO-PERIODE              PIC 9(06).
001081     05  EO-DATE-ESTIMATION      PIC 9(08).
001082     05  EO-QUANTITE             PIC 9(04)V99.
001083     05  EO-MONTANT              PIC S9(09)V99
001084                                 SIGN LEADING SEPARATE.
001085 FD  EST-OUV-NV
001086     LABEL RECORD STANDARD
001087     DATA RECORD EST-OUV-NV-LIGNE.
001088 01  EST-OUV-NV-LIGNE.
001089     05  EN-CLE                  PIC X(08).
001090     05  EN-COADHF               PIC X(09).
001091     05  EN-PERIODE              PIC 9(06).
001092     05  EN-DATE-ESTIMATION      PIC 9(08).
001093     05  EN-QUANTITE             PIC 9(04)V99.
001094     05  EN-MONTANT              PIC S9(09)V99
001095                                 SIGN LEADING SEPARATE.
001096 FD  REG-RPRT
001097     LABEL RECORD STANDARD
001098     DATA RECORD REG-RPRT-LIGNE.
001099 01  REG-RPRT-LIGNE              PIC X(132).
000960 WORKING-STORAGE SECTION.
000970 01  W-QTE-SRC-STATUS            PIC XX.
000980     88  QTE-SRC-OK              VALUE '00'.
000990     88  QTE-SRC-FIN             VALUE '10'.
000998 01  W-ADH-MAST-STATUS           PIC XX.
001006     88  ADH-MAST-OK             VALUE '00'.
001014 01  W-ADH-MAST-OUVERT           PIC X VALUE 'N'.
001022     88  ADH-MAST-OUVERT         VALUE 'O'.
001030 01  W-TARIF-STATUS              PIC XX.
001040     88  TARIF-OK                VALUE '00'.
001050     88  TARIF-FIN               VALUE '10'.
001060 01  W-PREFACT-STATUS            PIC XX.
001070 01  W-FA-RPRT-STATUS            PIC XX.
001071 01  W-FA-ATT-STATUS             PIC XX.
001072     88  FA-ATT-OK               VALUE '00'.
001073     88  FA-ATT-FIN              VALUE '10'.
001074 01  W-FA-ATT-NV-STATUS          PIC XX.
001075 01  W-FA-ARPT-STATUS            PIC XX.
001076 01  W-KONSTAB-STATUS            PIC XX.
001077     88  KONSTAB-OK              VALUE '00'.
001078     88  KONSTAB-FIN             VALUE '10'.
001079 01  W-MAJ-BAR-STATUS            PIC XX.
001080     88  MAJ-BAR-OK              VALUE '00'.
001081 01  W-MAJ-EXO-STATUS            PIC XX.
001082     88  MAJ-EXO-OK              VALUE '00'.
001083 01  W-MAJ-ATT-STATUS            PIC XX.
001084     88  MAJ-ATT-OK              VALUE '00'.
001085 01  W-MAJ-ATT-NV-STATUS         PIC XX.
001086 01  W-MAJ-RPRT-STATUS           PIC XX.
001087 01  W-FIN-MAJ-BAR               PIC X VALUE 'N'.
001088     88  FIN-MAJ-BAR             VALUE 'O'.
001089 01  W-FIN-MAJ-EXO               PIC X VALUE 'N'.
001090     88  FIN-MAJ-EXO             VALUE 'O'.
001091 01  W-FIN-MAJ-ATT               PIC X VALUE 'N'.
001092     88  FIN-MAJ-ATT             VALUE 'O'.
001093 01  W-EST-OUV-STATUS            PIC XX.
001094     88  EST-OUV-OK              VALUE '00'.
001095 01  W-EST-OUV-NV-STATUS         PIC XX.
001096 01  W-REG-RPRT-STATUS           PIC XX.
001097 01  W-FIN-ESTIMATIONS           PIC X VALUE 'N'.
001098     88  FIN-ESTIMATIONS         VALUE 'O'.
001099 01  W-FIN-ATTENTES              PIC X VALUE 'N'.
001100     88  FIN-ATTENTES            VALUE 'O'.
001101 01  W-FIN-QTE                   PIC X VALUE 'N'.
001102     88  FIN-QTE                 VALUE 'O'.
001120 01  W-FIN-TARIF                 PIC X VALUE 'N'.
001130     88  FIN-TARIF               VALUE 'O'.
001250*****************************************************************
001260*    TABLE DES TARIFS (100 COUPLES AU PLUS).
001270*****************************************************************
001636 01  W-EMPLOYEUR-COURANT         PIC X(09) VALUE SPACES.
001637 01  W-MEMBRE-SW                 PIC X VALUE 'N'.
001638     88  MEMBRE-DE-GROUPE        VALUE 'O'.
001639 01  W-COADHF-GROUPE             PIC X(09) VALUE SPACES.
001640 01  W-MONTANT-EMPLOYEUR         PIC S9(11)V99 COMP-3 VALUE 0.
001641*****************************************************************
001642*    FACTURATION PERIODIQUE : FREQUENCE DE L'ADHERENT COURANT,
001643*    ECHEANCE DE LA PERIODE EN COURS ET GABARIT DU DETAIL MIS EN
001644*    ATTENTE. LES MONTANTS EN ATTENTE SONT TOTALISES PAR ADHERENT
001645*    ET ECHEANCE (2000 COUPLES AU PLUS) POUR LE RAPPORT FA-ARPT.
001646*****************************************************************
001647 01  W-FREQUENCE-COURANTE        PIC X(01) VALUE SPACE.
001648     88  FACTURATION-DIFFEREE    VALUE 'T' 'A'.
001649     88  FACTURATION-ANNUELLE    VALUE 'A'.
001650 01  W-DATE-ECHEANCE             PIC 9(08) VALUE ZERO.
001651 01  W-DATE-ECHEANCE-R REDEFINES W-DATE-ECHEANCE.
001652     05  W-ECH-ANNEE             PIC 9(04).
001653     05  W-ECH-MOIS              PIC 9(02).
001654     05  W-ECH-JOUR              PIC 9(02).
001655 01  W-EN-ATTENTE.
001656     05  W-EA-ECHEANCE           PIC 9(08).
001657     05  W-EA-DATE-VALORISATION  PIC 9(08).
001658     05  W-EA-FREQUENCE          PIC X(01).
001659     05  W-EA-DETAIL             PIC X(60).
001660 01  W-NB-RAPPORTS-ATT           PIC 9(04) COMP VALUE ZERO.
001661 01  W-TAB-RAPPORTS-ATT.
001662     05  W-RA-ENTREE OCCURS 2000 TIMES
001663             INDEXED BY W-IDX-RA.
001664         10  W-RA-COADHF         PIC X(09).
001665         10  W-RA-ECHEANCE       PIC 9(08).
001666         10  W-RA-NB             PIC 9(05) COMP.
001667         10  W-RA-MONTANT        PIC S9(11)V99 COMP-3.
001668 01  W-COADHF-ATTENTE            PIC X(09) VALUE SPACES.
001669 01  W-ECHEANCE-ATTENTE          PIC 9(08) VALUE ZERO.
001670 01  W-MONTANT-ATTENTE           PIC S9(09)V99 COMP-3 VALUE 0.
001671 01  W-TOTAL-ATTENTE             PIC S9(11)V99 COMP-3 VALUE 0.
001672 01  W-NB-MISES-EN-ATTENTE       PIC 9(07) COMP VALUE ZERO.
001673 01  W-NB-LIBEREES               PIC 9(07) COMP VALUE ZERO.
001674 01  W-NB-RESTANT-ATTENTE        PIC 9(07) COMP VALUE ZERO.
001675 01  W-MT-EDIT                   PIC -(11)9,99.
001676 01  W-NB-EDIT-5                 PIC Z(04)9.
001677 01  W-LIGNE-TRAVAIL             PIC X(132).
001678 01  W-NB-VALORISEES             PIC 9(07) COMP VALUE ZERO.
001679 01  W-NB-SANS-ADHERENT          PIC 9(07) COMP VALUE ZERO.
001680 01  W-NB-SANS-TARIF             PIC 9(07) COMP VALUE ZERO.
001681 01  W-NB-INVALIDES              PIC 9(07) COMP VALUE ZERO.
001682 01  W-NB-EDIT                   PIC Z(06)9.
001683*****************************************************************
001684*    MAJORATION DE RETARD : DELAI DE GRACE KONSTAB (JOURS), BAREME
001685*    MAJ-BAR (20 TRANCHES AU PLUS), EXONERATIONS MAJ-EXO (500 AU
001686*    PLUS), DATES DE CONTROLE ET GABARIT DE MAJ-ATT-NV.
001687*****************************************************************
001688 01  KT-MAJ-DELAI-GRACE          PIC 9(03) VALUE 030.
001689 01  W-NB-TRANCHES               PIC 9(02) COMP VALUE ZERO.
001690 01  W-TAB-TRANCHES.
001691     05  W-MB-ENTREE OCCURS 20 TIMES
001692             INDEXED BY W-IDX-MB.
001693         10  W-MB-RETARD-MIN     PIC 9(04).
001694         10  W-MB-TAUX           PIC 9(02)V99.
001695         10  W-MB-MINIMUM        PIC 9(05)V99.
001696 01  W-NB-EXONERATIONS           PIC 9(03) COMP VALUE ZERO.
001697 01  W-TAB-EXONERATIONS.
001698     05  W-ME-ENTREE OCCURS 500 TIMES
001699             INDEXED BY W-IDX-ME.
001700         10  W-ME-CLE            PIC X(08).
001701         10  W-ME-PERIODE        PIC X(06).
001702         10  W-ME-MOTIF          PIC X(30).
001703 01  W-EXONERATION-SW            PIC X VALUE 'N'.
001704     88  EXONERATION-TROUVEE     VALUE 'O'.
001705 01  W-TRANCHE-SW                PIC X VALUE 'N'.
001706     88  TRANCHE-TROUVEE         VALUE 'O'.
001707 01  W-CLE-EXO                   PIC X(08).
001708 01  W-PERIODE-EXO               PIC X(06).
001709 01  W-MOTIF-EXO                 PIC X(30).
001710 01  W-PERIODE-LUE               PIC X(06).
001711 01  W-PERIODE-LUE-R REDEFINES W-PERIODE-LUE.
001712     05  W-PER-ANNEE             PIC 9(04).
001713     05  W-PER-MOIS              PIC 9(02).
001714 01  W-RECEPTION-LUE             PIC X(08).
001715 01  W-RECEPTION-LUE-R REDEFINES W-RECEPTION-LUE.
001716     05  W-REC-ANNEE             PIC 9(04).
001717     05  W-REC-MOIS              PIC 9(02).
001718     05  W-REC-JOUR              PIC 9(02).
001719 01  W-RECEPTION-NUM REDEFINES W-RECEPTION-LUE PIC 9(08).
001720 01  W-DATE-LIMITE               PIC 9(08) VALUE ZERO.
001721 01  W-DATE-LIMITE-R REDEFINES W-DATE-LIMITE.
001722     05  W-LIM-ANNEE             PIC 9(04).
001723     05  W-LIM-MOIS              PIC 9(02).
001724     05  W-LIM-JOUR              PIC 9(02).
001725 01  W-ECHEANCE-MAJ              PIC 9(08) VALUE ZERO.
001726 01  W-ECHEANCE-MAJ-R REDEFINES W-ECHEANCE-MAJ.
001727     05  W-EM-ANNEE              PIC 9(04).
001728     05  W-EM-MOIS               PIC 9(02).
001729     05  W-EM-JOUR               PIC 9(02).
001730 01  W-RETARD                    PIC S9(05) COMP VALUE ZERO.
001731 01  W-RETARD-MIN-RETENU         PIC 9(04) VALUE ZERO.
001732 01  W-TAUX-MAJ                  PIC 9(02)V99 VALUE ZERO.
001733 01  W-MINIMUM-MAJ               PIC 9(05)V99 VALUE ZERO.
001734 01  W-MONTANT-MAJ               PIC S9(09)V99 COMP-3 VALUE 0.
001735 01  W-COTRTO-MAJORATION         PIC X(05) VALUE 'MAJRT'.
001736 01  W-MAJ-ATTENTE.
001737     05  W-MA-ECHEANCE           PIC 9(08).
001738     05  W-MA-DATE-CALCUL        PIC 9(08).
001739     05  W-MA-COMPTE             PIC X(09).
001740     05  W-MA-COADHF             PIC X(09).
001741     05  W-MA-CLE                PIC X(08).
001742     05  W-MA-PERIODE            PIC X(06).
001743     05  W-MA-DATE-RECEPTION     PIC X(08).
001744     05  W-MA-RETARD             PIC 9(04).
001745     05  W-MA-BASE               PIC S9(09)V99
001746                                 SIGN LEADING SEPARATE.
001747     05  W-MA-TAUX               PIC 9(02)V99.
001748     05  W-MA-MONTANT            PIC S9(09)V99
001749                                 SIGN LEADING SEPARATE.
001750 01  W-NB-MAJ-FACTUREES          PIC 9(07) COMP VALUE ZERO.
001751 01  W-NB-MAJ-EXONEREES          PIC 9(07) COMP VALUE ZERO.
001752 01  W-NB-MAJ-EN-ATTENTE         PIC 9(07) COMP VALUE ZERO.
001753 01  W-NB-MAJ-NOUVELLES          PIC 9(07) COMP VALUE ZERO.
001754 01  W-TOTAL-MAJ-FACTUREES       PIC S9(11)V99 COMP-3 VALUE 0.
001755 01  W-TOTAL-MAJ-EXONEREES       PIC S9(11)V99 COMP-3 VALUE 0.
001756 01  W-TOTAL-MAJ-EN-ATTENTE      PIC S9(11)V99 COMP-3 VALUE 0.
001757*****************************************************************
001758*    ESTIMATIONS PROVISOIRES OUVERTES (5000 AU PLUS) : ETAT 'R'
001759*    UNE FOIS REGULARISEE PAR UNE QUANTITE REELLE.
001760*****************************************************************
001761 01  W-NB-ESTIMATIONS            PIC 9(04) COMP VALUE ZERO.
001762 01  W-TAB-ESTIMATIONS.
001763     05  W-ES-ENTREE OCCURS 5000 TIMES
001764             INDEXED BY W-IDX-ES.
001765         10  W-ES-CLE            PIC X(08).
001766         10  W-ES-COADHF         PIC X(09).
001767         10  W-ES-PERIODE        PIC X(06).
001768         10  W-ES-DATE-ESTIMATION PIC 9(08).
001769         10  W-ES-QUANTITE       PIC 9(04)V99.
001770         10  W-ES-MONTANT        PIC S9(09)V99 COMP-3.
001771         10  W-ES-ETAT           PIC X(01).
001772 01  W-ESTIMATION-SW             PIC X VALUE 'N'.
001773     88  ESTIMATION-TROUVEE      VALUE 'O'.
001774 01  W-MONTANT-REEL              PIC S9(09)V99 COMP-3 VALUE 0.
001775 01  W-NB-REGULARISEES           PIC 9(07) COMP VALUE ZERO.
001776 01  W-NB-ESTIM-OUVERTES         PIC 9(07) COMP VALUE ZERO.
001777 01  W-TOTAL-REGULARISE          PIC S9(11)V99 COMP-3 VALUE 0.
001778 01  W-TOTAL-ESTIM-OUVERT        PIC S9(11)V99 COMP-3 VALUE 0.
001779*****************************************************************
001780*    LIGNE DE DETAIL DU RAPPORT REG-RPRT.
001781*****************************************************************
001782 01  W-LIGNE-REGULARISATION.
001783     05  WLR-ETAT                PIC X(10).
001784     05  FILLER                  PIC X(01) VALUE SPACE.
001785     05  WLR-COADHF              PIC X(09).
001786     05  FILLER                  PIC X(01) VALUE SPACE.
001787     05  WLR-CLE                 PIC X(08).
001788     05  FILLER                  PIC X(01) VALUE SPACE.
001789     05  WLR-PERIODE             PIC X(06).
001790     05  FILLER                  PIC X(01) VALUE SPACE.
001791     05  WLR-DATE-ESTIMATION     PIC 9(08).
001792     05  FILLER                  PIC X(01) VALUE SPACE.
001793     05  WLR-QTE-ESTIMEE         PIC Z(03)9,99.
001794     05  FILLER                  PIC X(01) VALUE SPACE.
001795     05  WLR-MT-ESTIME           PIC -(09)9,99.
001796     05  FILLER                  PIC X(01) VALUE SPACE.
001797     05  WLR-QTE-REELLE          PIC Z(03)9,99.
001798     05  FILLER                  PIC X(01) VALUE SPACE.
001799     05  WLR-MT-REEL             PIC -(09)9,99.
001800     05  FILLER                  PIC X(01) VALUE SPACE.
001801     05  WLR-ECART               PIC -(09)9,99.
001802     05  FILLER                  PIC X(20) VALUE SPACES.
001803*****************************************************************
001804*    LIGNE DE DETAIL DU RAPPORT MAJ-RPRT.
001805*****************************************************************
001806 01  W-LIGNE-MAJORATION.
001807     05  WLM-ETAT                PIC X(10).
001808     05  FILLER                  PIC X(01) VALUE SPACE.
001809     05  WLM-COMPTE              PIC X(09).
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001811     05  WLM-COADHF              PIC X(09).
001812     05  FILLER                  PIC X(01) VALUE SPACE.
001813     05  WLM-CLE                 PIC X(08).
001814     05  FILLER                  PIC X(01) VALUE SPACE.
001815     05  WLM-PERIODE             PIC X(06).
001816     05  FILLER                  PIC X(01) VALUE SPACE.
001817     05  WLM-RECEPTION           PIC X(08).
001818     05  FILLER                  PIC X(01) VALUE SPACE.
001819     05  WLM-RETARD              PIC Z(03)9.
001820     05  FILLER                  PIC X(01) VALUE SPACE.
001821     05  WLM-MONTANT             PIC -(09)9,99.
001822     05  FILLER                  PIC X(01) VALUE SPACE.
001823     05  WLM-MOTIF               PIC X(30).
001824     05  FILLER                  PIC X(27) VALUE SPACES.
001825*****************************************************************
001826*    GABARITS DES ENREGISTREMENTS PREFACT. W-PF-NATURE DU DETAIL :
001827*    BLANC NORMAL, 'P' PROVISOIRE (HZES0001), 'R' REGULARISATION.
001690*****************************************************************
001700 01  W-PF-ENTETE.
001710     05  FILLER                  PIC X(02) VALUE '01'.
001810     05  W-PF-TAUX               PIC 9(05)V99.
001820     05  W-PF-MONTANT            PIC S9(09)V99
001830                                 SIGN LEADING SEPARATE.
001836     05  W-PF-NATURE             PIC X(01) VALUE SPACE.
001842     05  FILLER                  PIC X(05) VALUE SPACES.
001850 01  W-PF-TOTAL-ADH.
001860     05  FILLER                  PIC X(02) VALUE '03'.
001870     05  W-PT-COADHF             PIC X(09).
002070 PROCEDURE DIVISION.
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALISE THRU 1000-EXIT.
002096     PERFORM 1400-CHARGER-KONSTAB THRU 1400-EXIT.
002102     PERFORM 1500-OUVRIR-REFERENTIEL THRU 1500-EXIT.
002110     PERFORM 1600-CHARGER-TARIFS THRU 1600-EXIT.
002112     PERFORM 1700-CHARGER-GROUPES THRU 1700-EXIT.
002113     PERFORM 1800-CHARGER-BAREME-MAJ THRU 1800-EXIT.
002114     PERFORM 1850-CHARGER-EXONERATIONS THRU 1850-EXIT.
002115     PERFORM 1900-CHARGER-ESTIMATIONS THRU 1900-EXIT.
002116     PERFORM 2000-LIBERER-ATTENTES THRU 2000-EXIT.
002117     PERFORM 2500-LIBERER-MAJORATIONS THRU 2500-EXIT.
002120     PERFORM 3000-TRAITER-QUANTITE THRU 3000-EXIT
002130         UNTIL FIN-QTE.
002140     PERFORM 7000-ECRIRE-TOTAUX THRU 7000-EXIT.
002142     PERFORM 7500-EDITER-ATTENTES THRU 7500-EXIT.
002144     PERFORM 7600-EDITER-TOTAUX-MAJ THRU 7600-EXIT.
002146     PERFORM 7700-EDITER-ESTIMATIONS THRU 7700-EXIT.
002150     PERFORM 8000-TERMINE THRU 8000-EXIT.
002160     GOBACK.
002170 1000-INITIALISE.
002180     ACCEPT W-DATE-JOUR FROM DATE.
002182     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
002190     OPEN INPUT QTE-SRC.
002195     OPEN OUTPUT PREFACT FA-RPRT FA-ATT-NV FA-ARPT.
002200     OPEN OUTPUT MAJ-ATT-NV MAJ-RPRT.
002205     OPEN OUTPUT EST-OUV-NV REG-RPRT.
002210     IF NOT QTE-SRC-OK
002220        DISPLAY 'HZFA0001 - QTE-SRC INDISPONIBLE - STATUT '
002230            W-QTE-SRC-STATUS
002270     MOVE W-DATE-JOUR TO W-PF-DATE.
002280     MOVE W-PF-ENTETE TO PREFACT-ENREG.
002290     WRITE PREFACT-ENREG.
002291     MOVE W-DATE-JOUR-CCYYMMDD TO W-ECHEANCE-MAJ.
002292     MOVE 1 TO W-EM-JOUR.
002293     IF W-EM-MOIS = 12
002294        ADD 1 TO W-EM-ANNEE
002295        MOVE 1 TO W-EM-MOIS
002296     ELSE
002297        ADD 1 TO W-EM-MOIS
002298     END-IF.
002300 1000-EXIT.
002310     EXIT.
002312*****************************************************************
002314*    1400-CHARGER-KONSTAB - DELAI DE GRACE (JOURS) DE LA
002316*    MAJORATION DE RETARD, RUBRIQUE MAJ-DELAI-GRACE.
002318*****************************************************************
002320 1400-CHARGER-KONSTAB.
002322     OPEN INPUT KONSTAB.
002324     IF NOT KONSTAB-OK
002326        DISPLAY 'HZFA0001 - KONSTAB INDISPONIBLE, DELAI DE GRACE '
002328            'PAR DEFAUT (30 JOURS) - STATUT ' W-KONSTAB-STATUS
002330        GO TO 1400-EXIT
002332     END-IF.
002334     PERFORM UNTIL KONSTAB-FIN
002336        READ KONSTAB
002338           AT END SET KONSTAB-FIN TO TRUE
002340           NOT AT END
002342              IF KONSTAB-RUBRIQUE = 'MAJ-DELAI-GRACE'
002344                 MOVE KONSTAB-VALEUR (1:3)
002346                    TO KT-MAJ-DELAI-GRACE
002348              END-IF
002350        END-READ
002352     END-PERFORM.
002354     CLOSE KONSTAB.
002356 1400-EXIT.
002358     EXIT.
002360 1500-OUVRIR-REFERENTIEL.
002362     OPEN INPUT ADH-MAST.
002364     IF NOT ADH-MAST-OK
002366        DISPLAY 'HZFA0001 - ADH-MAST INDISPONIBLE - STATUT '
002368            W-ADH-MAST-STATUS
002370        GO TO 1500-EXIT
002380     END-IF.
002390     MOVE 'O' TO W-ADH-MAST-OUVERT.
002470 1500-EXIT.
002610     EXIT.
002620 1600-CHARGER-TARIFS.
002630     OPEN INPUT TARIF.
002932     END-IF.
002933 1710-EXIT.
002934     EXIT.
002935*****************************************************************
002936*    1800-CHARGER-BAREME-MAJ - TRANCHES DE MAJORATION DE RETARD.
002937*    FICHIER ABSENT OU VIDE : AUCUNE MAJORATION N'EST CALCULEE.
002938*****************************************************************
002939 1800-CHARGER-BAREME-MAJ.
002940     OPEN INPUT MAJ-BAR.
002941     IF NOT MAJ-BAR-OK
002942        DISPLAY 'HZFA0001 - MAJ-BAR INDISPONIBLE, AUCUNE '
002943            'MAJORATION DE RETARD - STATUT ' W-MAJ-BAR-STATUS
002944        GO TO 1800-EXIT
002945     END-IF.
002946     PERFORM UNTIL FIN-MAJ-BAR
002947        READ MAJ-BAR
002948           AT END SET FIN-MAJ-BAR TO TRUE
002949           NOT AT END PERFORM 1810-EMPILER-TRANCHE THRU 1810-EXIT
002950        END-READ
002951     END-PERFORM.
002952     CLOSE MAJ-BAR.
002953 1800-EXIT.
002954     EXIT.
002955 1810-EMPILER-TRANCHE.
002956     IF W-NB-TRANCHES < 20
002957        ADD 1 TO W-NB-TRANCHES
002958        MOVE MB-RETARD-MIN TO W-MB-RETARD-MIN (W-NB-TRANCHES)
002959        MOVE MB-TAUX TO W-MB-TAUX (W-NB-TRANCHES)
002960        MOVE MB-MINIMUM TO W-MB-MINIMUM (W-NB-TRANCHES)
002961     ELSE
002962        DISPLAY 'HZFA0001 - TABLE MAJ-BAR PLEINE (20 TRANCHES '
002963            'MAXIMUM) - ENTREE IGNOREE : ' MB-RETARD-MIN
002964     END-IF.
002965 1810-EXIT.
002966     EXIT.
002967*****************************************************************
002968*    1850-CHARGER-EXONERATIONS - CAS EXONERES PAR LA DIRECTION.
002969*    FICHIER ABSENT : AUCUNE EXONERATION.
002970*****************************************************************
002971 1850-CHARGER-EXONERATIONS.
002972     OPEN INPUT MAJ-EXO.
002973     IF NOT MAJ-EXO-OK
002974        DISPLAY 'HZFA0001 - MAJ-EXO INDISPONIBLE, AUCUNE '
002975            'EXONERATION - STATUT ' W-MAJ-EXO-STATUS
002976        GO TO 1850-EXIT
002977     END-IF.
002978     PERFORM UNTIL FIN-MAJ-EXO
002979        READ MAJ-EXO
002980           AT END SET FIN-MAJ-EXO TO TRUE
002981           NOT AT END
002982              PERFORM 1860-EMPILER-EXONERATION THRU 1860-EXIT
002983        END-READ
002984     END-PERFORM.
002985     CLOSE MAJ-EXO.
002986 1850-EXIT.
002987     EXIT.
002988 1860-EMPILER-EXONERATION.
002989     IF W-NB-EXONERATIONS < 500
002990        ADD 1 TO W-NB-EXONERATIONS
002991        MOVE ME-CLE TO W-ME-CLE (W-NB-EXONERATIONS)
002992        MOVE ME-PERIODE TO W-ME-PERIODE (W-NB-EXONERATIONS)
002993        MOVE ME-MOTIF TO W-ME-MOTIF (W-NB-EXONERATIONS)
002994     ELSE
002995        DISPLAY 'HZFA0001 - TABLE MAJ-EXO PLEINE (500 MAXIMUM) - '
002996            'ENTREE IGNOREE : ' ME-CLE ' ' ME-PERIODE
002997     END-IF.
002998 1860-EXIT.
002999     EXIT.
003000*****************************************************************
003001*    1900-CHARGER-ESTIMATIONS - ESTIMATIONS PROVISOIRES OUVERTES.
003002*    FICHIER ABSENT : AUCUNE REGULARISATION.
003003*****************************************************************
003004 1900-CHARGER-ESTIMATIONS.
003005     OPEN INPUT EST-OUV.
003006     IF NOT EST-OUV-OK
003007        DISPLAY 'HZFA0001 - EST-OUV INDISPONIBLE, AUCUNE '
003008            'REGULARISATION - STATUT ' W-EST-OUV-STATUS
003009        GO TO 1900-EXIT
003010     END-IF.
003011     PERFORM UNTIL FIN-ESTIMATIONS
003012        READ EST-OUV
003013           AT END SET FIN-ESTIMATIONS TO TRUE
003014           NOT AT END
003015              PERFORM 1910-EMPILER-ESTIMATION THRU 1910-EXIT
003016        END-READ
003017     END-PERFORM.
003018     CLOSE EST-OUV.
003019 1900-EXIT.
003020     EXIT.
003021 1910-EMPILER-ESTIMATION.
003022     IF W-NB-ESTIMATIONS < 5000
003023        ADD 1 TO W-NB-ESTIMATIONS
003024        MOVE EO-CLE TO W-ES-CLE (W-NB-ESTIMATIONS)
003025        MOVE EO-COADHF TO W-ES-COADHF (W-NB-ESTIMATIONS)
003026        MOVE EO-PERIODE TO W-ES-PERIODE (W-NB-ESTIMATIONS)
003027        MOVE EO-DATE-ESTIMATION
003028           TO W-ES-DATE-ESTIMATION (W-NB-ESTIMATIONS)
003029        MOVE EO-QUANTITE TO W-ES-QUANTITE (W-NB-ESTIMATIONS)
003030        MOVE EO-MONTANT TO W-ES-MONTANT (W-NB-ESTIMATIONS)
003031        MOVE SPACE TO W-ES-ETAT (W-NB-ESTIMATIONS)
003032     ELSE
003033        MOVE EST-OUV-LIGNE TO EST-OUV-NV-LIGNE
003034        WRITE EST-OUV-NV-LIGNE
003035        DISPLAY 'HZFA0001 - TABLE EST-OUV PLEINE (5000 MAXIMUM)'
003036            ' - ESTIMATION RECONDUITE SANS CONTROLE : ' EO-CLE
003037        MOVE 4 TO RETURN-CODE
003038     END-IF.
003039 1910-EXIT.
003040     EXIT.
003041*****************************************************************
003042*    2000-LIBERER-ATTENTES - DETAILS MIS EN ATTENTE AUX PASSAGES
003043*    PRECEDENTS : CEUX DONT L'ECHEANCE EST ATTEINTE SONT VERSES AU
003044*    PREFACT DU JOUR ET CUMULES DANS LE TOTAL '03' DE L'ADHERENT
003045*    (UNE SEULE FACTURE POUR LA PERIODE), LES AUTRES SONT
003046*    RECOPIES DANS FA-ATT-NV. FICHIER ABSENT : AUCUN DETAIL EN
003047*    ATTENTE (PREMIER PASSAGE).
003048*****************************************************************
003049 2000-LIBERER-ATTENTES.
003050     OPEN INPUT FA-ATT.
003051     IF NOT FA-ATT-OK
003052        DISPLAY 'HZFA0001 - FA-ATT INDISPONIBLE, AUCUN DETAIL EN '
003053            'ATTENTE - STATUT ' W-FA-ATT-STATUS
003054        GO TO 2000-EXIT
003055     END-IF.
003056     PERFORM 2100-TRAITER-ATTENTE THRU 2100-EXIT
003057        UNTIL FIN-ATTENTES.
003058     CLOSE FA-ATT.
003059 2000-EXIT.
003060     EXIT.
003061 2100-TRAITER-ATTENTE.
003062     READ FA-ATT
003063        AT END
003064           MOVE 'O' TO W-FIN-ATTENTES
003065           GO TO 2100-EXIT
003066     END-READ.
003067     IF FT-ECHEANCE > W-DATE-JOUR-CCYYMMDD
003068        MOVE FA-ATT-LIGNE TO FA-ATT-NV-LIGNE
003069        WRITE FA-ATT-NV-LIGNE
003070        ADD 1 TO W-NB-RESTANT-ATTENTE
003071        MOVE FT-COADHF TO W-COADHF-ATTENTE
003072        MOVE FT-ECHEANCE TO W-ECHEANCE-ATTENTE
003073        MOVE FT-MONTANT TO W-MONTANT-ATTENTE
003074        PERFORM 3600-CUMULER-ATTENTE THRU 3600-EXIT
003075        GO TO 2100-EXIT
003076     END-IF.
003077     MOVE FT-DETAIL TO PREFACT-ENREG.
003078     WRITE PREFACT-ENREG.
003079     MOVE FT-COADHF TO W-COADHF-COURANT.
003080     MOVE FT-MONTANT TO W-MONTANT-LIGNE.
003081     ADD 1 TO W-NB-VALORISEES.
003082     ADD 1 TO W-NB-LIBEREES.
003083     ADD W-MONTANT-LIGNE TO W-TOTAL-GENERAL.
003084     PERFORM 3400-CUMULER-TOTAL-ADHERENT THRU 3400-EXIT.
003085 2100-EXIT.
003086     EXIT.
003087*****************************************************************
003088*    2500-LIBERER-MAJORATIONS - MAJORATIONS DE RETARD EN ATTENTE
003089*    DES PASSAGES PRECEDENTS. UN CAS EXONERE ENTRE-TEMPS DANS
003090*    MAJ-EXO EST ABANDONNE ; UN CAS DONT L'ECHEANCE EST ATTEINTE
003091*    EST VERSE AU PREFACT DU JOUR (LIGNE '02' AU COMPTE FACTURE,
003092*    CUMULEE DANS SON TOTAL '03') ; LES AUTRES SONT RECOPIES DANS
003093*    MAJ-ATT-NV. CHAQUE CAS EST EDITE DANS MAJ-RPRT. FICHIER
003094*    ABSENT : AUCUNE MAJORATION EN ATTENTE (PREMIER PASSAGE).
003095*****************************************************************
003096 2500-LIBERER-MAJORATIONS.
003097     MOVE SPACES TO W-LIGNE-TRAVAIL.
003098     STRING 'MAJORATIONS DE RETARD DU MOIS AU '
003099         DELIMITED BY SIZE
003100         W-DATE-JOUR-CCYYMMDD DELIMITED BY SIZE
003101         ' - DELAI DE GRACE ' DELIMITED BY SIZE
003102         KT-MAJ-DELAI-GRACE DELIMITED BY SIZE
003103         ' JOURS' DELIMITED BY SIZE
003104         INTO W-LIGNE-TRAVAIL
003105     END-STRING.
003106     PERFORM 7690-ECRIRE-LIGNE-MAJ THRU 7690-EXIT.
003107     MOVE SPACES TO W-LIGNE-TRAVAIL.
003108     STRING 'ETAT       COMPTE    ADHERENT  CLE      PERIOD '
003109         DELIMITED BY SIZE
003110         'RECEPTIO JRS        MONTANT MOTIF' DELIMITED BY SIZE
003111         INTO W-LIGNE-TRAVAIL
003112     END-STRING.
003113     PERFORM 7690-ECRIRE-LIGNE-MAJ THRU 7690-EXIT.
003114     OPEN INPUT MAJ-ATT.
003115     IF NOT MAJ-ATT-OK
003116        DISPLAY 'HZFA0001 - MAJ-ATT INDISPONIBLE, AUCUNE '
003117            'MAJORATION EN ATTENTE - STATUT ' W-MAJ-ATT-STATUS
003118        GO TO 2500-EXIT
003119     END-IF.
003120     PERFORM 2510-TRAITER-MAJORATION THRU 2510-EXIT
003121        UNTIL FIN-MAJ-ATT.
003122     CLOSE MAJ-ATT.
003123 2500-EXIT.
003124     EXIT.
003125 2510-TRAITER-MAJORATION.
003126     READ MAJ-ATT
003127        AT END
003128           MOVE 'O' TO W-FIN-MAJ-ATT
003129           GO TO 2510-EXIT
003130     END-READ.
003131     MOVE MAJ-ATT-LIGNE TO W-MAJ-ATTENTE.
003132     MOVE MA-CLE TO W-CLE-EXO.
003133     MOVE MA-PERIODE TO W-PERIODE-EXO.
003134     PERFORM 3800-CHERCHER-EXONERATION THRU 3800-EXIT.
003135     IF EXONERATION-TROUVEE
003136        ADD 1 TO W-NB-MAJ-EXONEREES
003137        ADD MA-MONTANT TO W-TOTAL-MAJ-EXONEREES
003138        MOVE 'EXONEREE' TO WLM-ETAT
003139        PERFORM 7650-EDITER-MAJORATION THRU 7650-EXIT
003140        GO TO 2510-EXIT
003141     END-IF.
003142     IF MA-ECHEANCE > W-DATE-JOUR-CCYYMMDD
003143        MOVE MAJ-ATT-LIGNE TO MAJ-ATT-NV-LIGNE
003144        WRITE MAJ-ATT-NV-LIGNE
003145        ADD 1 TO W-NB-MAJ-EN-ATTENTE
003146        ADD MA-MONTANT TO W-TOTAL-MAJ-EN-ATTENTE
003147        MOVE 'EN ATTENTE' TO WLM-ETAT
003148        PERFORM 7650-EDITER-MAJORATION THRU 7650-EXIT
003149        GO TO 2510-EXIT
003150     END-IF.
003151     MOVE MA-COMPTE TO W-PF-COADHF.
003152     MOVE W-COTRTO-MAJORATION TO W-PF-COTRTO.
003153     MOVE SPACES TO W-PF-CETRTF.
003154     MOVE MA-CLE TO W-PF-CLE.
003155     MOVE ZERO TO W-PF-QUANTITE.
003156     MOVE MA-TAUX TO W-PF-TAUX.
003157     MOVE MA-MONTANT TO W-PF-MONTANT.
003158     MOVE SPACE TO W-PF-NATURE.
003159     MOVE W-PF-DETAIL TO PREFACT-ENREG.
003160     WRITE PREFACT-ENREG.
003161     MOVE MA-MONTANT TO W-MONTANT-LIGNE.
003162     ADD 1 TO W-NB-VALORISEES.
003163     ADD W-MONTANT-LIGNE TO W-TOTAL-GENERAL.
003164     ADD 1 TO W-NB-MAJ-FACTUREES.
003165     ADD W-MONTANT-LIGNE TO W-TOTAL-MAJ-FACTUREES.
003166     IF MA-COMPTE = MA-COADHF
003167        MOVE MA-COADHF TO W-COADHF-COURANT
003168        PERFORM 3400-CUMULER-TOTAL-ADHERENT THRU 3400-EXIT
003169     ELSE
003170        MOVE MA-COMPTE TO W-EMPLOYEUR-COURANT
003171        MOVE W-MONTANT-LIGNE TO W-MONTANT-EMPLOYEUR
003172        PERFORM 7160-CUMULER-EMPLOYEUR THRU 7160-EXIT
003173     END-IF.
003174     MOVE 'FACTUREE' TO WLM-ETAT.
003175     PERFORM 7650-EDITER-MAJORATION THRU 7650-EXIT.
003176 2510-EXIT.
003177     EXIT.
003178*****************************************************************
002920*    3000-TRAITER-QUANTITE - LIT UNE QUANTITE, LA RAPPROCHE DE
002930*    SON ADHERENT, LA VALORISE PAR LE TARIF DE SON COUPLE
002940*    COTRTO/CETRTF ET ECRIT LA LIGNE '02'. TOUTE QUANTITE
003240     PERFORM 3300-VALORISER THRU 3300-EXIT.
003250 3000-EXIT.
003260     EXIT.
003262*****************************************************************
003264*    3100-RAPPROCHER-ADHERENT - LECTURE DIRECTE DE ADH-MAST PAR LA
003266*    CLE QUANTITE ; UN ADHERENT RADIE N'EST PAS RAPPROCHE.
003268*****************************************************************
003270 3100-RAPPROCHER-ADHERENT.
003280     MOVE 'N' TO W-REF-TROUVEE.
003288     IF NOT ADH-MAST-OUVERT
003296        GO TO 3100-EXIT
003304     END-IF.
003312     MOVE QS-CLE TO AF-CLE.
003320     READ ADH-MAST
003328        INVALID KEY
003336           GO TO 3100-EXIT
003344     END-READ.
003352     IF AF-STATUT-RADIE
003360        GO TO 3100-EXIT
003368     END-IF.
003376     MOVE 'O' TO W-REF-TROUVEE.
003384     MOVE AF-COADHF TO W-COADHF-COURANT.
003392     MOVE AF-COTRTO TO W-COTRTO-COURANT.
003400     MOVE AF-CETRTF TO W-CETRTF-COURANT.
003408     MOVE AF-FREQUENCE TO W-FREQUENCE-COURANTE.
003430 3100-EXIT.
003440     EXIT.
003450 3200-RECHERCHER-TARIF.
003640*    3300-VALORISER - MONTANT DE LIGNE = QUANTITE X TAUX + PART
003650*    FIXE. LE TOTAL DE L'ADHERENT EST CUMULE POUR LA LIGNE '03'
003660*    DE FIN DE FICHIER.
003661*    LE DETAIL D'UN ADHERENT TRIMESTRIEL OU ANNUEL N'EST PAS
003662*    ECRIT : IL EST MIS EN ATTENTE JUSQU'A SON ECHEANCE (3500).
003663*    LA MAJORATION DE RETARD EVENTUELLE EST CALCULEE SUR LE
003664*    MONTANT DE LA LIGNE QUELLE QUE SOIT LA FREQUENCE (3700).
003665*    UNE QUANTITE DEJA FACTUREE SUR ESTIMATION N'EST FACTUREE QUE
003666*    POUR L'ECART (3900).
003670*****************************************************************
003680 3300-VALORISER.
003690     MOVE QS-QTE-BRUTE TO W-QTE-CENTIEMES.
003700     COMPUTE W-QTE-VALEUR = W-QTE-CENTIEMES / 100.
003710     COMPUTE W-MONTANT-LIGNE ROUNDED =
003720        W-QTE-VALEUR * W-TAUX-COURANT + W-FIXE-COURANT.
003750     MOVE W-COADHF-COURANT TO W-PF-COADHF.
003760     MOVE W-COTRTO-COURANT TO W-PF-COTRTO.
003770     MOVE W-CETRTF-COURANT TO W-PF-CETRTF.
003790     MOVE W-QTE-VALEUR TO W-PF-QUANTITE.
003800     MOVE W-TAUX-COURANT TO W-PF-TAUX.
003810     MOVE W-MONTANT-LIGNE TO W-PF-MONTANT.
003811     MOVE SPACE TO W-PF-NATURE.
003812     PERFORM 3700-CONTROLER-RETARD THRU 3700-EXIT.
003813     PERFORM 3900-REGULARISER-ESTIMATION THRU 3900-EXIT.
003814     IF FACTURATION-DIFFEREE
003815        PERFORM 3500-METTRE-EN-ATTENTE THRU 3500-EXIT
003816        GO TO 3300-EXIT
003817     END-IF.
003818     ADD 1 TO W-NB-VALORISEES.
003819     ADD W-MONTANT-LIGNE TO W-TOTAL-GENERAL.
003820     MOVE W-PF-DETAIL TO PREFACT-ENREG.
003830     WRITE PREFACT-ENREG.
003840     PERFORM 3400-CUMULER-TOTAL-ADHERENT THRU 3400-EXIT.
003850 3300-EXIT.
003860     EXIT.
003861 3400-CUMULER-TOTAL-ADHERENT.
003862     IF W-NB-ADH-TOTAUX > ZERO
003863        SET W-IDX-AT TO 1
003864        SEARCH W-AT-ENTREE
003865           AT END
003866              PERFORM 3450-CREER-TOTAL-ADHERENT THRU 3450-EXIT
003867           WHEN W-IDX-AT > W-NB-ADH-TOTAUX
003868              PERFORM 3450-CREER-TOTAL-ADHERENT THRU 3450-EXIT
003869           WHEN W-AT-COADHF (W-IDX-AT) = W-COADHF-COURANT
003870              ADD W-MONTANT-LIGNE TO W-AT-TOTAL (W-IDX-AT)
003871        END-SEARCH
003872     ELSE
003873        PERFORM 3450-CREER-TOTAL-ADHERENT THRU 3450-EXIT
003874     END-IF.
003875 3400-EXIT.
003876     EXIT.
003877 3450-CREER-TOTAL-ADHERENT.
003878     IF W-NB-ADH-TOTAUX < 500
003879        ADD 1 TO W-NB-ADH-TOTAUX
003880        MOVE W-COADHF-COURANT TO
003881            W-AT-COADHF (W-NB-ADH-TOTAUX)
003882        MOVE W-MONTANT-LIGNE TO W-AT-TOTAL (W-NB-ADH-TOTAUX)
003883     ELSE
003884        DISPLAY 'HZFA0001 - TABLE DES TOTAUX ADHERENT PLEINE '
003885            '(500 MAXIMUM) - TOTAL PERDU POUR '
003886            W-COADHF-COURANT
003887     END-IF.
003888 3450-EXIT.
003889     EXIT.
003890*****************************************************************
003891*    3500-METTRE-EN-ATTENTE - LE DETAIL VALORISE EST ECRIT DANS
003892*    FA-ATT-NV AVEC L'ECHEANCE DE LA PERIODE EN COURS.
003893*****************************************************************
003894 3500-METTRE-EN-ATTENTE.
003895     PERFORM 3550-CALCULER-ECHEANCE THRU 3550-EXIT.
003896     MOVE W-DATE-ECHEANCE TO W-EA-ECHEANCE.
003897     MOVE W-DATE-JOUR-CCYYMMDD TO W-EA-DATE-VALORISATION.
003898     MOVE W-FREQUENCE-COURANTE TO W-EA-FREQUENCE.
003899     MOVE W-PF-DETAIL TO W-EA-DETAIL.
003900     MOVE W-EN-ATTENTE TO FA-ATT-NV-LIGNE.
003901     WRITE FA-ATT-NV-LIGNE.
003902     ADD 1 TO W-NB-MISES-EN-ATTENTE.
003903     MOVE W-COADHF-COURANT TO W-COADHF-ATTENTE.
003904     MOVE W-DATE-ECHEANCE TO W-ECHEANCE-ATTENTE.
003905     MOVE W-MONTANT-LIGNE TO W-MONTANT-ATTENTE.
003906     PERFORM 3600-CUMULER-ATTENTE THRU 3600-EXIT.
003907 3500-EXIT.
003908     EXIT.
003909*****************************************************************
003910*    3550-CALCULER-ECHEANCE - PREMIER JOUR DE LA PERIODE CIVILE
003911*    SUIVANTE : TRIMESTRE POUR T, ANNEE POUR A.
003912*****************************************************************
003913 3550-CALCULER-ECHEANCE.
003914     MOVE W-DATE-JOUR-CCYYMMDD TO W-DATE-ECHEANCE.
003915     MOVE 1 TO W-ECH-JOUR.
003916     IF FACTURATION-ANNUELLE
003917        ADD 1 TO W-ECH-ANNEE
003918        MOVE 1 TO W-ECH-MOIS
003919        GO TO 3550-EXIT
003920     END-IF.
003921     EVALUATE W-ECH-MOIS
003922        WHEN 1 THRU 3
003923           MOVE 4 TO W-ECH-MOIS
003924        WHEN 4 THRU 6
003925           MOVE 7 TO W-ECH-MOIS
003926        WHEN 7 THRU 9
003927           MOVE 10 TO W-ECH-MOIS
003928        WHEN OTHER
003929           ADD 1 TO W-ECH-ANNEE
003930           MOVE 1 TO W-ECH-MOIS
003931     END-EVALUATE.
003932 3550-EXIT.
003933     EXIT.
003934 3600-CUMULER-ATTENTE.
003935     IF W-NB-RAPPORTS-ATT > ZERO
003936        SET W-IDX-RA TO 1
003937        SEARCH W-RA-ENTREE
003938           AT END
003939              PERFORM 3650-CREER-ATTENTE THRU 3650-EXIT
003940           WHEN W-IDX-RA > W-NB-RAPPORTS-ATT
003941              PERFORM 3650-CREER-ATTENTE THRU 3650-EXIT
003942           WHEN W-RA-COADHF (W-IDX-RA) = W-COADHF-ATTENTE
003943              AND W-RA-ECHEANCE (W-IDX-RA) = W-ECHEANCE-ATTENTE
003944              ADD 1 TO W-RA-NB (W-IDX-RA)
003945              ADD W-MONTANT-ATTENTE TO W-RA-MONTANT (W-IDX-RA)
003946        END-SEARCH
003947     ELSE
003948        PERFORM 3650-CREER-ATTENTE THRU 3650-EXIT
003949     END-IF.
003950     ADD W-MONTANT-ATTENTE TO W-TOTAL-ATTENTE.
003951 3600-EXIT.
003952     EXIT.
003953 3650-CREER-ATTENTE.
003954     IF W-NB-RAPPORTS-ATT < 2000
003955        ADD 1 TO W-NB-RAPPORTS-ATT
003956        MOVE W-COADHF-ATTENTE
003957           TO W-RA-COADHF (W-NB-RAPPORTS-ATT)
003958        MOVE W-ECHEANCE-ATTENTE
003959           TO W-RA-ECHEANCE (W-NB-RAPPORTS-ATT)
003960        MOVE 1 TO W-RA-NB (W-NB-RAPPORTS-ATT)
003961        MOVE W-MONTANT-ATTENTE
003962           TO W-RA-MONTANT (W-NB-RAPPORTS-ATT)
003963     ELSE
003964        DISPLAY 'HZFA0001 - TABLE DES ATTENTES PLEINE (2000) - '
003965            'LIGNE DE RAPPORT PERDUE POUR ' W-COADHF-ATTENTE
003966     END-IF.
003967 3650-EXIT.
003968     EXIT.
003969*****************************************************************
003970*    3700-CONTROLER-RETARD - RETARD DE DECLARATION : NOMBRE DE
003971*    JOURS ENTRE LE PREMIER JOUR DU MOIS QUI SUIT LA PERIODE DE
003972*    REFERENCE ET LA DATE DE RECEPTION. AU-DELA DU DELAI DE GRACE
003973*    KT-MAJ-DELAI-GRACE, LA MAJORATION DE LA TRANCHE MAJ-BAR
003974*    (TAUX SUR LE MONTANT DE LA LIGNE, AVEC MINIMUM DE
003975*    PERCEPTION) EST MISE EN ATTENTE DANS MAJ-ATT-NV JUSQU'AU
003976*    PREMIER JOUR DU MOIS SUIVANT, AU COMPTE DE L'EMPLOYEUR SI
003977*    L'ADHERENT EST MEMBRE D'UN GROUPE EN VIGUEUR, SINON AU COMPTE
003978*    DE L'ADHERENT. UN CAS DEJA EXONERE N'EST PAS MIS EN ATTENTE.
003979*    PERIODE ET DATE A BLANC : PAS DE CONTROLE ; MAL FORMEES :
003980*    ANOMALIE FA-RPRT, LA QUANTITE RESTE VALORISEE.
003981*****************************************************************
003982 3700-CONTROLER-RETARD.
003983     IF W-NB-TRANCHES = ZERO
003984        GO TO 3700-EXIT
003985     END-IF.
003986     IF QS-PERIODE = SPACES AND QS-DATE-RECEPTION = SPACES
003987        GO TO 3700-EXIT
003988     END-IF.
003989     MOVE QS-PERIODE TO W-PERIODE-LUE.
003990     MOVE QS-DATE-RECEPTION TO W-RECEPTION-LUE.
003991     IF W-PERIODE-LUE NOT NUMERIC
003992        OR W-RECEPTION-LUE NOT NUMERIC
003993        MOVE 'PERIODE OU DATE DE RECEPTION INVALIDE' TO WLA-MOTIF
003994        PERFORM 6000-RAPPORTER-ANOMALIE THRU 6000-EXIT
003995        GO TO 3700-EXIT
003996     END-IF.
003997     IF W-PER-MOIS < 1 OR W-PER-MOIS > 12
003998        OR W-REC-MOIS < 1 OR W-REC-MOIS > 12
003999        OR W-REC-JOUR < 1 OR W-REC-JOUR > 31
004000        MOVE 'PERIODE OU DATE DE RECEPTION INVALIDE' TO WLA-MOTIF
004001        PERFORM 6000-RAPPORTER-ANOMALIE THRU 6000-EXIT
004002        GO TO 3700-EXIT
004003     END-IF.
004004     MOVE W-PER-ANNEE TO W-LIM-ANNEE.
004005     MOVE W-PER-MOIS TO W-LIM-MOIS.
004006     MOVE 1 TO W-LIM-JOUR.
004007     IF W-LIM-MOIS = 12
004008        ADD 1 TO W-LIM-ANNEE
004009        MOVE 1 TO W-LIM-MOIS
004010     ELSE
004011        ADD 1 TO W-LIM-MOIS
004012     END-IF.
004013     IF W-RECEPTION-NUM NOT > W-DATE-LIMITE
004014        GO TO 3700-EXIT
004015     END-IF.
004016     COMPUTE W-RETARD =
004017        FUNCTION INTEGER-OF-DATE (W-RECEPTION-NUM)
004018        - FUNCTION INTEGER-OF-DATE (W-DATE-LIMITE).
004019     IF W-RETARD NOT > KT-MAJ-DELAI-GRACE
004020        GO TO 3700-EXIT
004021     END-IF.
004022     PERFORM 3710-CHERCHER-TRANCHE THRU 3710-EXIT.
004023     IF NOT TRANCHE-TROUVEE
004024        GO TO 3700-EXIT
004025     END-IF.
004026     COMPUTE W-MONTANT-MAJ ROUNDED =
004027        W-MONTANT-LIGNE * W-TAUX-MAJ / 100.
004028     IF W-MONTANT-MAJ < W-MINIMUM-MAJ
004029        MOVE W-MINIMUM-MAJ TO W-MONTANT-MAJ
004030     END-IF.
004031     IF W-MONTANT-MAJ NOT > ZERO
004032        GO TO 3700-EXIT
004033     END-IF.
004034     MOVE W-COADHF-COURANT TO W-COADHF-GROUPE.
004035     PERFORM 7150-CHERCHER-GROUPE THRU 7150-EXIT.
004036     MOVE W-ECHEANCE-MAJ TO W-MA-ECHEANCE.
004037     MOVE W-DATE-JOUR-CCYYMMDD TO W-MA-DATE-CALCUL.
004038     IF MEMBRE-DE-GROUPE
004039        MOVE W-EMPLOYEUR-COURANT TO W-MA-COMPTE
004040     ELSE
004041        MOVE W-COADHF-COURANT TO W-MA-COMPTE
004042     END-IF.
004043     MOVE W-COADHF-COURANT TO W-MA-COADHF.
004044     MOVE QS-CLE TO W-MA-CLE.
004045     MOVE QS-PERIODE TO W-MA-PERIODE.
004046     MOVE QS-DATE-RECEPTION TO W-MA-DATE-RECEPTION.
004047     MOVE W-RETARD TO W-MA-RETARD.
004048     MOVE W-MONTANT-LIGNE TO W-MA-BASE.
004049     MOVE W-TAUX-MAJ TO W-MA-TAUX.
004050     MOVE W-MONTANT-MAJ TO W-MA-MONTANT.
004051     MOVE QS-CLE TO W-CLE-EXO.
004052     MOVE QS-PERIODE TO W-PERIODE-EXO.
004053     PERFORM 3800-CHERCHER-EXONERATION THRU 3800-EXIT.
004054     IF EXONERATION-TROUVEE
004055        ADD 1 TO W-NB-MAJ-EXONEREES
004056        ADD W-MONTANT-MAJ TO W-TOTAL-MAJ-EXONEREES
004057        MOVE 'EXONEREE' TO WLM-ETAT
004058        PERFORM 7650-EDITER-MAJORATION THRU 7650-EXIT
004059        GO TO 3700-EXIT
004060     END-IF.
004061     MOVE W-MAJ-ATTENTE TO MAJ-ATT-NV-LIGNE.
004062     WRITE MAJ-ATT-NV-LIGNE.
004063     ADD 1 TO W-NB-MAJ-NOUVELLES.
004064     ADD 1 TO W-NB-MAJ-EN-ATTENTE.
004065     ADD W-MONTANT-MAJ TO W-TOTAL-MAJ-EN-ATTENTE.
004066     MOVE 'NOUVELLE' TO WLM-ETAT.
004067     PERFORM 7650-EDITER-MAJORATION THRU 7650-EXIT.
004068 3700-EXIT.
004069     EXIT.
004070*****************************************************************
004071*    3710-CHERCHER-TRANCHE - TRANCHE DE PLUS GRAND RETARD MINIMUM
004072*    NE DEPASSANT PAS LE RETARD CONSTATE.
004073*****************************************************************
004074 3710-CHERCHER-TRANCHE.
004075     MOVE 'N' TO W-TRANCHE-SW.
004076     MOVE ZERO TO W-RETARD-MIN-RETENU.
004077     PERFORM 3715-EXAMINER-TRANCHE THRU 3715-EXIT
004078        VARYING W-IDX-MB FROM 1 BY 1
004079        UNTIL W-IDX-MB > W-NB-TRANCHES.
004080 3710-EXIT.
004081     EXIT.
004082 3715-EXAMINER-TRANCHE.
004083     IF W-MB-RETARD-MIN (W-IDX-MB) > W-RETARD
004084        GO TO 3715-EXIT
004085     END-IF.
004086     IF TRANCHE-TROUVEE
004087        AND W-MB-RETARD-MIN (W-IDX-MB) < W-RETARD-MIN-RETENU
004088        GO TO 3715-EXIT
004089     END-IF.
004090     MOVE 'O' TO W-TRANCHE-SW.
004091     MOVE W-MB-RETARD-MIN (W-IDX-MB) TO W-RETARD-MIN-RETENU.
004092     MOVE W-MB-TAUX (W-IDX-MB) TO W-TAUX-MAJ.
004093     MOVE W-MB-MINIMUM (W-IDX-MB) TO W-MINIMUM-MAJ.
004094 3715-EXIT.
004095     EXIT.
004096*****************************************************************
004097*    3800-CHERCHER-EXONERATION - LE CAS W-CLE-EXO / W-PERIODE-EXO
004098*    FIGURE-T-IL DANS MAJ-EXO ?
004099*****************************************************************
004100 3800-CHERCHER-EXONERATION.
004101     MOVE 'N' TO W-EXONERATION-SW.
004102     MOVE SPACES TO W-MOTIF-EXO.
004103     IF W-NB-EXONERATIONS = ZERO
004104        GO TO 3800-EXIT
004105     END-IF.
004106     SET W-IDX-ME TO 1.
004107     SEARCH W-ME-ENTREE
004108        AT END
004109           CONTINUE
004110        WHEN W-IDX-ME > W-NB-EXONERATIONS
004111           CONTINUE
004112        WHEN W-ME-CLE (W-IDX-ME) = W-CLE-EXO
004113           AND W-ME-PERIODE (W-IDX-ME) = W-PERIODE-EXO
004114           MOVE 'O' TO W-EXONERATION-SW
004115           MOVE W-ME-MOTIF (W-IDX-ME) TO W-MOTIF-EXO
004116     END-SEARCH.
004117 3800-EXIT.
004118     EXIT.
004119*****************************************************************
004120*    3900-REGULARISER-ESTIMATION - UNE ESTIMATION OUVERTE DE LA
004121*    MEME CLE ET DE LA MEME PERIODE (TOUTE PERIODE SI LA QUANTITE
004122*    N'EN PORTE PAS) EST REGULARISEE : LE DETAIL NE PORTE PLUS QUE
004123*    L'ECART MONTANT REEL - MONTANT ESTIME, NATURE 'R'.
004124*****************************************************************
004125 3900-REGULARISER-ESTIMATION.
004126     MOVE 'N' TO W-ESTIMATION-SW.
004127     IF W-NB-ESTIMATIONS = ZERO
004128        GO TO 3900-EXIT
004129     END-IF.
004130     SET W-IDX-ES TO 1.
004131     SEARCH W-ES-ENTREE
004132        AT END
004133           CONTINUE
004134        WHEN W-IDX-ES > W-NB-ESTIMATIONS
004135           CONTINUE
004136        WHEN W-ES-CLE (W-IDX-ES) = QS-CLE
004137           AND W-ES-ETAT (W-IDX-ES) NOT = 'R'
004138           AND (QS-PERIODE = SPACES
004139              OR QS-PERIODE = W-ES-PERIODE (W-IDX-ES))
004140           MOVE 'O' TO W-ESTIMATION-SW
004141     END-SEARCH.
004142     IF NOT ESTIMATION-TROUVEE
004143        GO TO 3900-EXIT
004144     END-IF.
004145     MOVE 'R' TO W-ES-ETAT (W-IDX-ES).
004146     MOVE W-MONTANT-LIGNE TO W-MONTANT-REEL.
004147     SUBTRACT W-ES-MONTANT (W-IDX-ES) FROM W-MONTANT-LIGNE.
004148     MOVE W-MONTANT-LIGNE TO W-PF-MONTANT.
004149     MOVE 'R' TO W-PF-NATURE.
004150     ADD 1 TO W-NB-REGULARISEES.
004151     ADD W-MONTANT-LIGNE TO W-TOTAL-REGULARISE.
004152     MOVE 'REGULARISE' TO WLR-ETAT.
004153     MOVE W-QTE-VALEUR TO WLR-QTE-REELLE.
004154     MOVE W-MONTANT-REEL TO WLR-MT-REEL.
004155     MOVE W-MONTANT-LIGNE TO WLR-ECART.
004156     PERFORM 7750-EDITER-ESTIMATION THRU 7750-EXIT.
004157 3900-EXIT.
004158     EXIT.
004160 6000-RAPPORTER-ANOMALIE.
004170     MOVE QS-CLE TO WLA-CLE.
004180     MOVE QS-QTE-BRUTE TO WLA-QTE-BRUTE.
004380 7000-EXIT.
004390     EXIT.
004400 7100-ECRIRE-TOTAL-ADHERENT.
004401     MOVE W-AT-COADHF (W-IDX-AT) TO W-COADHF-GROUPE.
004402     PERFORM 7150-CHERCHER-GROUPE THRU 7150-EXIT.
004404     IF MEMBRE-DE-GROUPE
004405        MOVE W-AT-TOTAL (W-IDX-AT) TO W-MONTANT-EMPLOYEUR
004406        PERFORM 7160-CUMULER-EMPLOYEUR THRU 7160-EXIT
004408        GO TO 7100-EXIT
004409     END-IF.
004450 7100-EXIT.
004460     EXIT.
004461*****************************************************************
004462*    7150-CHERCHER-GROUPE - L'ADHERENT W-COADHF-GROUPE EST-IL
004463*    MEMBRE D'UN GROUPE EMPLOYEUR EN VIGUEUR A LA DATE DE
004464*    TRAITEMENT ?
004465*****************************************************************
004475           CONTINUE
004476        WHEN W-IDX-GM > W-NB-MEMBRES
004477           CONTINUE
004478        WHEN W-GM-COADHF (W-IDX-GM) = W-COADHF-GROUPE
004479           AND W-DATE-JOUR-CCYYMMDD NOT LESS
004480              W-GM-DATE-DEBUT (W-IDX-GM)
004481           AND W-DATE-JOUR-CCYYMMDD NOT GREATER
004498        WHEN W-IDX-GE > W-NB-EMPLOYEURS
004499           PERFORM 7170-CREER-EMPLOYEUR THRU 7170-EXIT
004500        WHEN W-GE-EMPLOYEUR (W-IDX-GE) = W-EMPLOYEUR-COURANT
004501           ADD W-MONTANT-EMPLOYEUR TO W-GE-TOTAL (W-IDX-GE)
004502     END-SEARCH.
004503 7160-EXIT.
004504     EXIT.
004507        ADD 1 TO W-NB-EMPLOYEURS
004508        MOVE W-EMPLOYEUR-COURANT
004509           TO W-GE-EMPLOYEUR (W-NB-EMPLOYEURS)
004510        MOVE W-MONTANT-EMPLOYEUR
004511           TO W-GE-TOTAL (W-NB-EMPLOYEURS)
004512     ELSE
004513        DISPLAY 'HZFA0001 - TABLE DES EMPLOYEURS PLEINE (200) -'
004526     WRITE PREFACT-ENREG.
004527 7180-EXIT.
004528     EXIT.
004529*****************************************************************
004530*    7500-EDITER-ATTENTES - RAPPORT FA-ARPT : MONTANTS EN ATTENTE
004531*    DE FACTURATION APRES LE PASSAGE, PAR ADHERENT ET ECHEANCE.
004532*****************************************************************
004533 7500-EDITER-ATTENTES.
004534     MOVE SPACES TO W-LIGNE-TRAVAIL.
004535     STRING 'MONTANTS EN ATTENTE DE FACTURATION AU '
004536         DELIMITED BY SIZE
004537         W-DATE-JOUR-CCYYMMDD DELIMITED BY SIZE
004538         INTO W-LIGNE-TRAVAIL
004539     END-STRING.
004540     PERFORM 7590-ECRIRE-LIGNE-ATTENTE THRU 7590-EXIT.
004541     MOVE 'ADHERENT   ECHEANCE  LIGNES          MONTANT'
004542        TO W-LIGNE-TRAVAIL.
004543     PERFORM 7590-ECRIRE-LIGNE-ATTENTE THRU 7590-EXIT.
004544     IF W-NB-RAPPORTS-ATT > ZERO
004545        PERFORM 7550-EDITER-UNE-ATTENTE THRU 7550-EXIT
004546           VARYING W-IDX-RA FROM 1 BY 1
004547           UNTIL W-IDX-RA > W-NB-RAPPORTS-ATT
004548     END-IF.
004549     MOVE W-TOTAL-ATTENTE TO W-MT-EDIT.
004550     MOVE SPACES TO W-LIGNE-TRAVAIL.
004551     STRING 'TOTAL EN ATTENTE            ' DELIMITED BY SIZE
004552         W-MT-EDIT DELIMITED BY SIZE
004553         INTO W-LIGNE-TRAVAIL
004554     END-STRING.
004555     PERFORM 7590-ECRIRE-LIGNE-ATTENTE THRU 7590-EXIT.
004556 7500-EXIT.
004557     EXIT.
004558 7550-EDITER-UNE-ATTENTE.
004559     MOVE W-RA-NB (W-IDX-RA) TO W-NB-EDIT-5.
004560     MOVE W-RA-MONTANT (W-IDX-RA) TO W-MT-EDIT.
004561     MOVE SPACES TO W-LIGNE-TRAVAIL.
004562     STRING W-RA-COADHF (W-IDX-RA) DELIMITED BY SIZE
004563         '  ' DELIMITED BY SIZE
004564         W-RA-ECHEANCE (W-IDX-RA) DELIMITED BY SIZE
004565         '  ' DELIMITED BY SIZE
004566         W-NB-EDIT-5 DELIMITED BY SIZE
004567         ' ' DELIMITED BY SIZE
004568         W-MT-EDIT DELIMITED BY SIZE
004569         INTO W-LIGNE-TRAVAIL
004570     END-STRING.
004571     PERFORM 7590-ECRIRE-LIGNE-ATTENTE THRU 7590-EXIT.
004572 7550-EXIT.
004573     EXIT.
004574 7590-ECRIRE-LIGNE-ATTENTE.
004575     MOVE W-LIGNE-TRAVAIL TO FA-ARPT-LIGNE.
004576     WRITE FA-ARPT-LIGNE.
004577 7590-EXIT.
004578     EXIT.
004579*****************************************************************
004580*    7600-EDITER-TOTAUX-MAJ - FIN DU RAPPORT MAJ-RPRT : NOMBRE ET
004581*    MONTANT DES MAJORATIONS FACTUREES, EXONEREES ET EN ATTENTE.
004582*    LES CAS EN ATTENTE PEUVENT ETRE EXONERES PAR LA DIRECTION
004583*    (MAJ-EXO) JUSQU'AU PREMIER PASSAGE DU MOIS SUIVANT.
004584*****************************************************************
004585 7600-EDITER-TOTAUX-MAJ.
004586     MOVE W-NB-MAJ-FACTUREES TO W-NB-EDIT.
004587     MOVE W-TOTAL-MAJ-FACTUREES TO W-MT-EDIT.
004588     MOVE SPACES TO W-LIGNE-TRAVAIL.
004589     STRING 'MAJORATIONS FACTUREES  ' DELIMITED BY SIZE
004590         W-NB-EDIT DELIMITED BY SIZE
004591         ' ' DELIMITED BY SIZE
004592         W-MT-EDIT DELIMITED BY SIZE
004593         INTO W-LIGNE-TRAVAIL
004594     END-STRING.
004595     PERFORM 7690-ECRIRE-LIGNE-MAJ THRU 7690-EXIT.
004596     MOVE W-NB-MAJ-EXONEREES TO W-NB-EDIT.
004597     MOVE W-TOTAL-MAJ-EXONEREES TO W-MT-EDIT.
004598     MOVE SPACES TO W-LIGNE-TRAVAIL.
004599     STRING 'MAJORATIONS EXONEREES  ' DELIMITED BY SIZE
004600         W-NB-EDIT DELIMITED BY SIZE
004601         ' ' DELIMITED BY SIZE
004602         W-MT-EDIT DELIMITED BY SIZE
004603         INTO W-LIGNE-TRAVAIL
004604     END-STRING.
004605     PERFORM 7690-ECRIRE-LIGNE-MAJ THRU 7690-EXIT.
004606     MOVE W-NB-MAJ-EN-ATTENTE TO W-NB-EDIT.
004607     MOVE W-TOTAL-MAJ-EN-ATTENTE TO W-MT-EDIT.
004608     MOVE SPACES TO W-LIGNE-TRAVAIL.
004609     STRING 'MAJORATIONS EN ATTENTE ' DELIMITED BY SIZE
004610         W-NB-EDIT DELIMITED BY SIZE
004611         ' ' DELIMITED BY SIZE
004612         W-MT-EDIT DELIMITED BY SIZE
004613         INTO W-LIGNE-TRAVAIL
004614     END-STRING.
004615     PERFORM 7690-ECRIRE-LIGNE-MAJ THRU 7690-EXIT.
004616 7600-EXIT.
004617     EXIT.
004618*****************************************************************
004619*    7650-EDITER-MAJORATION - UNE LIGNE MAJ-RPRT POUR LE CAS
004620*    W-MAJ-ATTENTE, ETAT PREALABLEMENT PLACE DANS WLM-ETAT.
004621*****************************************************************
004622 7650-EDITER-MAJORATION.
004623     MOVE W-MA-COMPTE TO WLM-COMPTE.
004624     MOVE W-MA-COADHF TO WLM-COADHF.
004625     MOVE W-MA-CLE TO WLM-CLE.
004626     MOVE W-MA-PERIODE TO WLM-PERIODE.
004627     MOVE W-MA-DATE-RECEPTION TO WLM-RECEPTION.
004628     MOVE W-MA-RETARD TO WLM-RETARD.
004629     MOVE W-MA-MONTANT TO WLM-MONTANT.
004630     MOVE W-MOTIF-EXO TO WLM-MOTIF.
004631     MOVE W-LIGNE-MAJORATION TO W-LIGNE-TRAVAIL.
004632     PERFORM 7690-ECRIRE-LIGNE-MAJ THRU 7690-EXIT.
004633 7650-EXIT.
004634     EXIT.
004635 7690-ECRIRE-LIGNE-MAJ.
004636     MOVE W-LIGNE-TRAVAIL TO MAJ-RPRT-LIGNE.
004637     WRITE MAJ-RPRT-LIGNE.
004638 7690-EXIT.
004639     EXIT.
004640*****************************************************************
004641*    7700-EDITER-ESTIMATIONS - LES ESTIMATIONS NON REGULARISEES
004642*    SONT RECONDUITES DANS EST-OUV-NV ET LISTEES DANS REG-RPRT,
004643*    SUIVIES DES TOTAUX DU PASSAGE.
004644*****************************************************************
004645 7700-EDITER-ESTIMATIONS.
004646     IF W-NB-ESTIMATIONS > ZERO
004647        PERFORM 7710-RECONDUIRE-ESTIMATION THRU 7710-EXIT
004648           VARYING W-IDX-ES FROM 1 BY 1
004649           UNTIL W-IDX-ES > W-NB-ESTIMATIONS
004650     END-IF.
004651     MOVE W-NB-REGULARISEES TO W-NB-EDIT.
004652     MOVE W-TOTAL-REGULARISE TO W-MT-EDIT.
004653     MOVE SPACES TO W-LIGNE-TRAVAIL.
004654     STRING 'ESTIMATIONS REGULARISEES ' DELIMITED BY SIZE
004655         W-NB-EDIT DELIMITED BY SIZE
004656         ' ECART ' DELIMITED BY SIZE
004657         W-MT-EDIT DELIMITED BY SIZE
004658         INTO W-LIGNE-TRAVAIL
004659     END-STRING.
004660     PERFORM 7790-ECRIRE-LIGNE-REG THRU 7790-EXIT.
004661     MOVE W-NB-ESTIM-OUVERTES TO W-NB-EDIT.
004662     MOVE W-TOTAL-ESTIM-OUVERT TO W-MT-EDIT.
004663     MOVE SPACES TO W-LIGNE-TRAVAIL.
004664     STRING 'ESTIMATIONS OUVERTES     ' DELIMITED BY SIZE
004665         W-NB-EDIT DELIMITED BY SIZE
004666         ' ESTIME ' DELIMITED BY SIZE
004667         W-MT-EDIT DELIMITED BY SIZE
004668         INTO W-LIGNE-TRAVAIL
004669     END-STRING.
004670     PERFORM 7790-ECRIRE-LIGNE-REG THRU 7790-EXIT.
004671 7700-EXIT.
004672     EXIT.
004673 7710-RECONDUIRE-ESTIMATION.
004674     IF W-ES-ETAT (W-IDX-ES) = 'R'
004675        GO TO 7710-EXIT
004676     END-IF.
004677     MOVE W-ES-CLE (W-IDX-ES) TO EN-CLE.
004678     MOVE W-ES-COADHF (W-IDX-ES) TO EN-COADHF.
004679     MOVE W-ES-PERIODE (W-IDX-ES) TO EN-PERIODE.
004680     MOVE W-ES-DATE-ESTIMATION (W-IDX-ES) TO EN-DATE-ESTIMATION.
004681     MOVE W-ES-QUANTITE (W-IDX-ES) TO EN-QUANTITE.
004682     MOVE W-ES-MONTANT (W-IDX-ES) TO EN-MONTANT.
004683     WRITE EST-OUV-NV-LIGNE.
004684     ADD 1 TO W-NB-ESTIM-OUVERTES.
004685     ADD W-ES-MONTANT (W-IDX-ES) TO W-TOTAL-ESTIM-OUVERT.
004686     MOVE 'OUVERTE' TO WLR-ETAT.
004687     MOVE ZERO TO WLR-QTE-REELLE.
004688     MOVE ZERO TO WLR-MT-REEL.
004689     MOVE ZERO TO WLR-ECART.
004690     PERFORM 7750-EDITER-ESTIMATION THRU 7750-EXIT.
004691 7710-EXIT.
004692     EXIT.
004693*****************************************************************
004694*    7750-EDITER-ESTIMATION - UNE LIGNE REG-RPRT POUR L'ESTIMATION
004695*    W-IDX-ES, ETAT ET VALEURS REELLES PREALABLEMENT PLACES.
004696*****************************************************************
004697 7750-EDITER-ESTIMATION.
004698     MOVE W-ES-COADHF (W-IDX-ES) TO WLR-COADHF.
004699     MOVE W-ES-CLE (W-IDX-ES) TO WLR-CLE.
004700     MOVE W-ES-PERIODE (W-IDX-ES) TO WLR-PERIODE.
004701     MOVE W-ES-DATE-ESTIMATION (W-IDX-ES) TO WLR-DATE-ESTIMATION.
004702     MOVE W-ES-QUANTITE (W-IDX-ES) TO WLR-QTE-ESTIMEE.
004703     MOVE W-ES-MONTANT (W-IDX-ES) TO WLR-MT-ESTIME.
004704     MOVE W-LIGNE-REGULARISATION TO W-LIGNE-TRAVAIL.
004705     PERFORM 7790-ECRIRE-LIGNE-REG THRU 7790-EXIT.
004706 7750-EXIT.
004707     EXIT.
004708 7790-ECRIRE-LIGNE-REG.
004709     MOVE W-LIGNE-TRAVAIL TO REG-RPRT-LIGNE.
004710     WRITE REG-RPRT-LIGNE.
004711 7790-EXIT.
004712     EXIT.
004470 8000-TERMINE.
004480     IF QTE-SRC-OK OR QTE-SRC-FIN
004490        CLOSE QTE-SRC
004500     END-IF.
004502     CLOSE PREFACT FA-RPRT FA-ATT-NV FA-ARPT.
004504     CLOSE MAJ-ATT-NV MAJ-RPRT.
004506     CLOSE EST-OUV-NV REG-RPRT.
004508     IF ADH-MAST-OUVERT
004510        CLOSE ADH-MAST
004512     END-IF.
004520     MOVE W-NB-VALORISEES TO W-NB-EDIT.
004530     DISPLAY 'HZFA0001 - QUANTITES VALORISEES : ' W-NB-EDIT.
004540     MOVE W-NB-SANS-ADHERENT TO W-NB-EDIT.
004560     MOVE W-NB-SANS-TARIF TO W-NB-EDIT.
004570     DISPLAY 'HZFA0001 - SANS TARIF           : ' W-NB-EDIT.
004580     MOVE W-NB-INVALIDES TO W-NB-EDIT.
004581     DISPLAY 'HZFA0001 - QUANTITES INVALIDES  : ' W-NB-EDIT.
004582     MOVE W-NB-LIBEREES TO W-NB-EDIT.
004583     DISPLAY 'HZFA0001 - DETAILS LIBERES      : ' W-NB-EDIT.
004584     MOVE W-NB-MISES-EN-ATTENTE TO W-NB-EDIT.
004585     DISPLAY 'HZFA0001 - MIS EN ATTENTE       : ' W-NB-EDIT.
004586     MOVE W-TOTAL-ATTENTE TO W-MT-EDIT.
004587     DISPLAY 'HZFA0001 - TOTAL EN ATTENTE     : ' W-MT-EDIT.
004588     MOVE W-NB-MAJ-NOUVELLES TO W-NB-EDIT.
004589     DISPLAY 'HZFA0001 - MAJORATIONS NOUVELLES: ' W-NB-EDIT.
004590     MOVE W-NB-MAJ-FACTUREES TO W-NB-EDIT.
004591     DISPLAY 'HZFA0001 - MAJORATIONS FACTUREES: ' W-NB-EDIT.
004592     MOVE W-NB-MAJ-EXONEREES TO W-NB-EDIT.
004593     DISPLAY 'HZFA0001 - MAJORATIONS EXONEREES: ' W-NB-EDIT.
004594     MOVE W-NB-REGULARISEES TO W-NB-EDIT.
004595     DISPLAY 'HZFA0001 - ESTIM. REGULARISEES  : ' W-NB-EDIT.
004596     MOVE W-NB-ESTIM-OUVERTES TO W-NB-EDIT.
004597     DISPLAY 'HZFA0001 - ESTIM. OUVERTES      : ' W-NB-EDIT.
004600 8000-EXIT.
004610     EXIT.
