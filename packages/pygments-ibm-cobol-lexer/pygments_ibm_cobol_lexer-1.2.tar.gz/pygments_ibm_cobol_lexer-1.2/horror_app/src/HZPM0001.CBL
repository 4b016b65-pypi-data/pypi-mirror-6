000050 DATE-WRITTEN. 02/09/2026.
000060 DATE-COMPILED.
000070 REMARKS. RAPPROCHEMENT DES PAIEMENTS BANCAIRES CONTRE LES
000080     POSTES OUVERTS DE LA FACTURATION (MAITRE OUV-MAST) :
000090     RAPPROCHEMENT SUR LE NUMERO DE FACTURE, A DEFAUT SUR LE
000100     COUPLE ADHERENT + MONTANT EXACT. LES POSTES RAPPROCHES SONT
000110     SOLDES ('S') OU MARQUES PARTIELS ('P') DANS OUV-MAST ;
000120     TOUT LE RESTE PART EN SUSPENS (SUSP-OUT, CUMULE AVEC LE
000130     SUSPENS ANTERIEUR SUSP-IN) AVEC UN TYPE DISTINCT PAR CAS -
000140     'P' PAIEMENT PARTIEL, 'T' TROP-PERCU, 'I' CREDIT NON
000150     IDENTIFIE - ET LE RAPPORT PM-RPRT DONNE L'ANCIENNETE DU
000151     SUSPENS (0-30 / 31-60 / PLUS DE 60 JOURS). LE BACK-OFFICE
000152     TRAVAILLE UNE LISTE COURTE, PLUS TOUT LE RELEVE.
000153     LES AVOIRS EMIS PAR HZFC0001 (AV-IMP) SONT IMPUTES SUR LEUR
000154     FACTURE D'ORIGINE AVANT LES PAIEMENTS. UN PAIEMENT SUR UN
000155     POSTE PASSE EN PERTE ('I', HZPP0001) EST UN RECOUVREMENT :
000156     IMPUTE SUR LE POSTE ET PASSE SUR GL-POST PAR L'ENTREE
000157     'RECUP' DU PLAN CPT-MAP.
000158     LES SUSPENS 'I' AFFECTES EN LIGNE PAR HZAF0001 (SUSP-AFF)
000159     SONT REPRIS COMME DES PAIEMENTS SUR L'ADHERENT ET LA FACTURE
000160     D'AFFECTATION : RAPPROCHES, ILS SORTENT DU SUSPENS. LES
000161     AFFECTATIONS NON APPLIQUEES SONT SEULES RECOPIEES SUR
000162     SUSP-AFF-NV, QUI REMPLACE SUSP-AFF POUR LE PASSAGE SUIVANT.
000163     UN PAIEMENT SUR UNE FACTURE EN DEVISE ETRANGERE (OUV-DEV DE
000164     HZFC0001) EST RAPPROCHE EN DEVISE AU TAUX DU JOUR DEV-TAB :
000165     LE POSTE EST SOLDE A SA VALEUR AU TAUX D'ORIGINE ET L'ECART
000166     AVEC L'ENCAISSEMENT EST UN GAIN OU UNE PERTE DE CHANGE
000167     REALISE, PASSE SUR GL-POST PAR L'ENTREE 'CHANG' DU PLAN.
000168     UN PAIEMENT BANQUE DEJA APPLIQUE (MEMES DATE, FACTURE,
000169     ADHERENT, MONTANT ET LIBELLE DANS L'HISTORIQUE PM-HIST OU
000170     PLUS TOT DANS LE PASSAGE) EST REFUSE. UN PAIEMENT DU MEME
000171     ADHERENT ET DU MEME MONTANT A 3 JOURS AU PLUS D'UN PAIEMENT
000172     APPLIQUE EST UN DOUBLON PROBABLE : IL N'EST PAS APPLIQUE MAIS
000173     MIS EN ATTENTE (PM-ATT-NV) JUSQU'A LA DECISION DU
000174     BACK-OFFICE (PM-CONF : 'A' APPLIQUER, 'R' REJETER), LUE AU
000175     PASSAGE SUIVANT.
000180*****************************************************************
000190*    HISTORIQUE DES MODIFICATIONS
000191*    --------------------------------------------------------
000192*    DATE       AUTEUR  DESCRIPTION
000193*    --------   ------  -------------------------------------
000194*    02/09/2026 EBA     CREATION.
000195*    15/10/2026 EBA     IMPUTATION DES AVOIRS DE HZFC0001 (FICHIER
000196*                       AV-IMP) SUR LA FACTURE D'ORIGINE,
000197*                       EXCEDENT EN SUSPENS 'T'.
000198*    15/10/2026 EBA     POSTES PASSES EN PERTE ('I') : PAIEMENT
000199*                       TRAITE EN RECOUVREMENT (ECRITURE GL-POST
000200*                       PAR CPT-MAP 'RECUP'), POSTE EXCLU DU
000201*                       RAPPROCHEMENT ADHERENT + MONTANT.
000202*    15/10/2026 EBA     APPLICATION DES AFFECTATIONS DE SUSPENS
000203*                       'I' SAISIES EN LIGNE (SUSP-AFF, HZAF0001).
000204*    15/10/2026 EBA     CHANGE REALISE : LES POSTES EN DEVISE
000205*                       (OUV-DEV, REECRIT SUR OUV-DEV-NV) SONT
000206*                       RAPPROCHES EN DEVISE AU TAUX DU JOUR
000207*                       DEV-TAB ; L'ECART ENTRE L'ENCAISSEMENT ET
000208*                       LA VALEUR AU TAUX D'ORIGINE EST PASSE EN
000209*                       GAIN OU PERTE DE CHANGE SUR GL-POST
000210*                       (CPT-MAP 'CHANG', CLIENT PAR 'FACT').
000211*                       GL-POST OUVERT UNE SEULE FOIS (7700).
000212*    15/10/2026 EBA     CONTROLE DES DOUBLONS EN ENTREE DE 3000 :
000213*                       HISTORIQUE DES PAIEMENTS APPLIQUES
000214*                       (PM-HIST, REECRIT SUR PM-HIST-NV SUR 90
000215*                       JOURS), REPETITION EXACTE REFUSEE, DOUBLON
000216*                       PROBABLE (MEME ADHERENT ET MONTANT A 3
000217*                       JOURS) MIS EN ATTENTE (PM-ATT/PM-ATT-NV)
000218*                       JUSQU'A DECISION DU BACK-OFFICE (PM-CONF).
000219*                       W-BANQUE-SAUVE A LA LONGUEUR DE LA LIGNE
000220*                       BANQUE.
000221*    15/10/2026 EBA     POSTES LUS PAR CLE DANS LE MAITRE INDEXE
000222*                       OUV-MAST (OUVMSTC) ET REECRITS EN FIN DE
000223*                       PASSAGE : LA TABLE NE GARDE QUE LES POSTES
000224*                       TOUCHES, PLUS DE RECOPIE SUR OUV-ITEMS-NV.
000225*    15/10/2026 EBA     AVOIR DONT LA FACTURE D'ORIGINE EST
000226*                       D'UN AUTRE ADHERENT : NON IMPUTE, MIS
000227*                       EN SUSPENS 'T' ET SIGNALE SUR PM-RPRT.
000228*    15/10/2026 EBA     AFFECTATIONS NON APPLIQUEES RECOPIEES
000229*                       SUR SUSP-AFF-NV (LES APPLIQUEES NE SONT
000230*                       PLUS RELUES). AVOIRS IMPUTES AVANT LA
000231*                       REPRISE DU SUSPENS ET DES AFFECTATIONS.
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000300     DECIMAL-POINT IS COMMA.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000325     SELECT OUV-MAST ASSIGN TO OUVMAST
000330         ORGANIZATION INDEXED
000335         ACCESS MODE DYNAMIC
000340         RECORD KEY OV-NUMERO-FACTURE
000345         ALTERNATE RECORD KEY OV-COADHF WITH DUPLICATES
000350         FILE STATUS W-OUV-MAST-STATUS.
000360     SELECT BANQUE ASSIGN TO BANQUE
000370         ORGANIZATION SEQUENTIAL
000380         FILE STATUS W-BANQUE-STATUS.
000390     SELECT SUSP-IN ASSIGN TO SUSPIN
000400         ORGANIZATION SEQUENTIAL
000410         FILE STATUS W-SUSP-IN-STATUS.
000450     SELECT SUSP-OUT ASSIGN TO SUSPOUT
000460         ORGANIZATION SEQUENTIAL
000470         FILE STATUS W-SUSP-OUT-STATUS.
000480     SELECT PM-RPRT ASSIGN TO PMRPRT
000490         ORGANIZATION SEQUENTIAL
000500         FILE STATUS W-PM-RPRT-STATUS.
000501     SELECT AV-IMP ASSIGN TO AVIMP
000502         ORGANIZATION SEQUENTIAL
000503         FILE STATUS W-AV-IMP-STATUS.
000504     SELECT CPT-MAP ASSIGN TO CPTMAP
000505         ORGANIZATION SEQUENTIAL
000506         FILE STATUS W-CPT-MAP-STATUS.
000507     SELECT GL-POST ASSIGN TO GLPOST
000508         ORGANIZATION SEQUENTIAL
000509         FILE STATUS W-GL-POST-STATUS.
000510     SELECT SUSP-AFF ASSIGN TO SUSPAFF
000511         ORGANIZATION SEQUENTIAL
000512         FILE STATUS W-SUSP-AFF-STATUS.
000513     SELECT SUSP-AFF-NV ASSIGN TO SUSPAFFN
000514         ORGANIZATION SEQUENTIAL
000515         FILE STATUS W-SUSP-AFF-NV-STATUS.
000516     SELECT OUV-DEV ASSIGN TO OUVDEV
000517         ORGANIZATION SEQUENTIAL
000518         FILE STATUS W-OUV-DEV-STATUS.
000519     SELECT OUV-DEV-NV ASSIGN TO OUVDEVN
000520         ORGANIZATION SEQUENTIAL
000521         FILE STATUS W-OUV-DEV-NV-STATUS.
000522     SELECT DEV-TAB ASSIGN TO DEVTAB
000523         ORGANIZATION SEQUENTIAL
000524         FILE STATUS W-DEV-TAB-STATUS.
000525     SELECT PM-HIST ASSIGN TO PMHIST
000526         ORGANIZATION SEQUENTIAL
000527         FILE STATUS W-PM-HIST-STATUS.
000528     SELECT PM-HIST-NV ASSIGN TO PMHISTN
000529         ORGANIZATION SEQUENTIAL
000530         FILE STATUS W-PM-HIST-NV-STATUS.
000531     SELECT PM-ATT ASSIGN TO PMATT
000532         ORGANIZATION SEQUENTIAL
000533         FILE STATUS W-PM-ATT-STATUS.
000534     SELECT PM-ATT-NV ASSIGN TO PMATTN
000535         ORGANIZATION SEQUENTIAL
000536         FILE STATUS W-PM-ATT-NV-STATUS.
000537     SELECT PM-CONF ASSIGN TO PMCONF
000538         ORGANIZATION SEQUENTIAL
000539         FILE STATUS W-PM-CONF-STATUS.
000540 DATA DIVISION.
000541 FILE SECTION.
000542*****************************************************************
000543*    OUV-MAST - MAITRE DES POSTES CLIENTS, LU PAR NUMERO DE
000544*    FACTURE OU PARCOURU PAR LA CLE ADHERENT.
000550*****************************************************************
000560 FD  OUV-MAST
000570     LABEL RECORD STANDARD
000580     DATA RECORD OUV-MAST-ENREG.
000590 COPY OUVMSTC.
000690*****************************************************************
000700*    BANQUE - RELEVE DES PAIEMENTS RECUS : REFERENCE FACTURE
000710*    (ZERO = NON PORTEE PAR LE VIREMENT), ADHERENT SI CONNU,
000960     05  SI-MONTANT              PIC S9(11)V99
000970                                 SIGN LEADING SEPARATE.
000980     05  SI-LIBELLE              PIC X(30).
001030 FD  SUSP-OUT
001040     LABEL RECORD STANDARD
001050     DATA RECORD SUSP-OUT-LIGNE.
001080     05  SO-DATE                 PIC 9(08).
001090     05  SO-COADHF               PIC X(09).
001100     05  SO-MONTANT              PIC S9(11)V99
001101                                 SIGN LEADING SEPARATE.
001102     05  SO-LIBELLE              PIC X(30).
001103 FD  PM-RPRT
001104     LABEL RECORD STANDARD
001105     DATA RECORD PM-RPRT-LIGNE.
001106 01  PM-RPRT-LIGNE               PIC X(132).
001107*****************************************************************
001108*    AV-IMP - IMPUTATIONS D'AVOIRS EMISES PAR HZFC0001 : MONTANT
001109*    TTC A DEDUIRE DU RESTE DU DE LA FACTURE D'ORIGINE.
001110*****************************************************************
001111 FD  AV-IMP
001112     LABEL RECORD STANDARD
001113     DATA RECORD AV-IMP-LIGNE.
001114 01  AV-IMP-LIGNE.
001115     05  AI-NUMERO-AVOIR         PIC 9(08).
001116     05  AI-NUMERO-FACTURE       PIC 9(08).
001117     05  AI-COADHF               PIC X(09).
001118     05  AI-DATE                 PIC 9(08).
001119     05  AI-MONTANT-TTC          PIC S9(11)V99
001120                                 SIGN LEADING SEPARATE.
001121 FD  CPT-MAP
001122     LABEL RECORD STANDARD
001123     DATA RECORD CPT-MAP-LIGNE.
001124 01  CPT-MAP-LIGNE.
001125     05  CM-COANAL               PIC X(05).
001126     05  CM-COMPTE-DEBIT         PIC X(10).
001127     05  CM-COMPTE-CREDIT        PIC X(10).
001128     05  CM-ENTITE               PIC X(02).
001129 FD  GL-POST
001130     LABEL RECORD STANDARD
001131     DATA RECORD GL-POST-LIGNE.
001132 01  GL-POST-LIGNE.
001133     05  GP-DATE                 PIC 9(08).
001134     05  GP-COMPTE               PIC X(10).
001135     05  GP-SENS                 PIC X(01).
001136     05  GP-MONTANT              PIC S9(11)V99
001137                                 SIGN LEADING SEPARATE.
001138     05  GP-LIBELLE              PIC X(30).
001139*****************************************************************
001140*    SUSP-AFF - AFFECTATIONS DE SUSPENS 'I' SAISIES PAR HZAF0001 :
001141*    HORODATE, UTILISATEUR, IMAGE DE LA LIGNE DE SUSPENS
001142*    AFFECTEE, ADHERENT ET FACTURE D'AFFECTATION.
001143*****************************************************************
001144 FD  SUSP-AFF
001145     LABEL RECORD STANDARD
001146     DATA RECORD SUSP-AFF-LIGNE.
001147 01  SUSP-AFF-LIGNE.
001148     05  SA-HORODATE             PIC X(15).
001149     05  SA-USER-ID              PIC X(08).
001150     05  SA-SU-DATE              PIC 9(08).
001151     05  SA-SU-COADHF            PIC X(09).
001152     05  SA-SU-MONTANT           PIC S9(11)V99
001153                                 SIGN LEADING SEPARATE.
001154     05  SA-SU-LIBELLE           PIC X(30).
001155     05  SA-COADHF               PIC X(09).
001156     05  SA-NUMERO-FACTURE       PIC 9(08).
001157*****************************************************************
001158*    SUSP-AFF-NV - AFFECTATIONS NON APPLIQUEES DU PASSAGE (SANS
001159*    SUSPENS 'I' CORRESPONDANT, OU HORS TABLE), MEME DESSIN QUE
001160*    SUSP-AFF, A SUBSTITUER A SUSP-AFF PAR L'EXPLOITATION.
001161*****************************************************************
001162 FD  SUSP-AFF-NV
001163     LABEL RECORD STANDARD
001164     DATA RECORD SUSP-AFF-NV-LIGNE.
001165 01  SUSP-AFF-NV-LIGNE           PIC X(101).
001166*****************************************************************
001167*    OUV-DEV - POSTES OUVERTS EN DEVISE ETRANGERE, MEME DESSIN
001168*    QUE DANS HZFC0001 ; REECRIT AVEC LE REGLE EN DEVISE A JOUR
001169*    SUR OUV-DEV-NV (POSTES ENCORE PRESENTS DANS OUV-MAST).
001170*****************************************************************
001171 FD  OUV-DEV
001172     LABEL RECORD STANDARD
001173     DATA RECORD OUV-DEV-LIGNE.
001174 01  OUV-DEV-LIGNE.
001175     05  DO-NUMERO-FACTURE       PIC 9(08).
001176     05  DO-COADHF               PIC X(09).
001177     05  DO-DEVISE               PIC X(03).
001178     05  DO-MONTANT-DEVISE       PIC S9(11)V99
001179                                 SIGN LEADING SEPARATE.
001180     05  DO-REGLE-DEVISE         PIC S9(11)V99
001181                                 SIGN LEADING SEPARATE.
001182     05  DO-TAUX-ORIGINE         PIC 9(03)V9(06).
001183 FD  OUV-DEV-NV
001184     LABEL RECORD STANDARD
001185     DATA RECORD OUV-DEV-NV-LIGNE.
001186 01  OUV-DEV-NV-LIGNE            PIC X(57).
001187*****************************************************************
001188*    DEV-TAB - TAUX DU JOUR PAR DEVISE ETRANGERE, MEME DESSIN QUE
001189*    DANS HORROR.
001190*****************************************************************
001191 FD  DEV-TAB
001192     LABEL RECORD STANDARD
001193     DATA RECORD DEV-TAB-LIGNE.
001194 01  DEV-TAB-LIGNE.
001195     05  DT-DEVISE               PIC X(03).
001196     05  DT-TAUX                 PIC 9(03)V9(06).
001197*****************************************************************
001198*    PM-HIST / PM-HIST-NV - HISTORIQUE DES PAIEMENTS BANQUE
001199*    APPLIQUES : ZONES DE LA LIGNE BANQUE ET DATE D'APPLICATION.
001200*    REECRIT A CHAQUE PASSAGE SANS LES LIGNES DE PLUS DE 90 JOURS.
001201*****************************************************************
001202 FD  PM-HIST
001203     LABEL RECORD STANDARD
001204     DATA RECORD PM-HIST-LIGNE.
001205 01  PM-HIST-LIGNE.
001206     05  PH-DATE                 PIC 9(08).
001207     05  PH-NUMERO-FACTURE       PIC 9(08).
001208     05  PH-COADHF               PIC X(09).
001209     05  PH-MONTANT              PIC S9(11)V99
001210                                 SIGN LEADING SEPARATE.
001211     05  PH-LIBELLE              PIC X(30).
001212     05  PH-DATE-APPLICATION     PIC 9(08).
001213 FD  PM-HIST-NV
001214     LABEL RECORD STANDARD
001215     DATA RECORD PM-HIST-NV-LIGNE.
001216 01  PM-HIST-NV-LIGNE            PIC X(77).
001217*****************************************************************
001218*    PM-ATT / PM-ATT-NV - PAIEMENTS EN ATTENTE DE CONFIRMATION
001219*    (DOUBLONS PROBABLES) : DATE DE MISE EN ATTENTE, LIGNE BANQUE,
001220*    DATE ET FACTURE DU PAIEMENT DEJA APPLIQUE QU'IL RAPPELLE.
001221*****************************************************************
001222 FD  PM-ATT
001223     LABEL RECORD STANDARD
001224     DATA RECORD PM-ATT-LIGNE.
001225 01  PM-ATT-LIGNE.
001226     05  PA-DATE-ATTENTE         PIC 9(08).
001227     05  PA-DATE                 PIC 9(08).
001228     05  PA-NUMERO-FACTURE       PIC 9(08).
001229     05  PA-COADHF               PIC X(09).
001230     05  PA-MONTANT              PIC S9(11)V99
001231                                 SIGN LEADING SEPARATE.
001232     05  PA-LIBELLE              PIC X(30).
001233     05  PA-HI-DATE              PIC 9(08).
001234     05  PA-HI-NUMERO-FACTURE    PIC 9(08).
001235 FD  PM-ATT-NV
001236     LABEL RECORD STANDARD
001237     DATA RECORD PM-ATT-NV-LIGNE.
001238 01  PM-ATT-NV-LIGNE.
001239     05  PN-DATE-ATTENTE         PIC 9(08).
001240     05  PN-DATE                 PIC 9(08).
001241     05  PN-NUMERO-FACTURE       PIC 9(08).
001242     05  PN-COADHF               PIC X(09).
001243     05  PN-MONTANT              PIC S9(11)V99
001244                                 SIGN LEADING SEPARATE.
001245     05  PN-LIBELLE              PIC X(30).
001246     05  PN-HI-DATE              PIC 9(08).
001247     05  PN-HI-NUMERO-FACTURE    PIC 9(08).
001248*****************************************************************
001249*    PM-CONF - DECISIONS DU BACK-OFFICE SUR LES PAIEMENTS EN
001250*    ATTENTE : LIGNE BANQUE DU PAIEMENT ET DECISION ('A' A
001251*    APPLIQUER, 'R' A REJETER).
001252*****************************************************************
001253 FD  PM-CONF
001254     LABEL RECORD STANDARD
001255     DATA RECORD PM-CONF-LIGNE.
001256 01  PM-CONF-LIGNE.
001257     05  PF-DATE                 PIC 9(08).
001258     05  PF-NUMERO-FACTURE       PIC 9(08).
001259     05  PF-COADHF               PIC X(09).
001260     05  PF-MONTANT              PIC S9(11)V99
001261                                 SIGN LEADING SEPARATE.
001262     05  PF-LIBELLE              PIC X(30).
001263     05  PF-DECISION             PIC X(01).
001264 WORKING-STORAGE SECTION.
001265 01  W-OUV-MAST-STATUS           PIC XX.
001266     88  OUV-MAST-OK             VALUE '00'.
001267 01  W-OUV-MAST-OUVERT           PIC X VALUE 'N'.
001268     88  OUV-MAST-OUVERT         VALUE 'O'.
001269 01  W-BANQUE-STATUS             PIC XX.
001270     88  BANQUE-OK               VALUE '00'.
001271     88  BANQUE-FIN              VALUE '10'.
001272 01  W-SUSP-IN-STATUS            PIC XX.
001273     88  SUSP-IN-OK              VALUE '00'.
001274     88  SUSP-IN-FIN             VALUE '10'.
001280 01  W-SUSP-OUT-STATUS           PIC XX.
001281 01  W-PM-RPRT-STATUS            PIC XX.
001282 01  W-AV-IMP-STATUS             PIC XX.
001283     88  AV-IMP-OK               VALUE '00'.
001284     88  AV-IMP-FIN              VALUE '10'.
001285 01  W-CPT-MAP-STATUS            PIC XX.
001286     88  CPT-MAP-OK              VALUE '00'.
001287 01  W-GL-POST-STATUS            PIC XX.
001288 01  W-SUSP-AFF-STATUS           PIC XX.
001289     88  SUSP-AFF-OK             VALUE '00'.
001290 01  W-SUSP-AFF-NV-STATUS        PIC XX.
001291 01  W-OUV-DEV-STATUS            PIC XX.
001292     88  OUV-DEV-OK              VALUE '00'.
001293     88  OUV-DEV-FIN             VALUE '10'.
001294 01  W-OUV-DEV-NV-STATUS         PIC XX.
001295 01  W-DEV-TAB-STATUS            PIC XX.
001296     88  DEV-TAB-OK              VALUE '00'.
001297     88  DEV-TAB-FIN             VALUE '10'.
001298 01  W-PM-HIST-STATUS            PIC XX.
001299     88  PM-HIST-OK              VALUE '00'.
001300     88  PM-HIST-FIN             VALUE '10'.
001301 01  W-PM-HIST-NV-STATUS         PIC XX.
001302 01  W-PM-ATT-STATUS             PIC XX.
001303     88  PM-ATT-OK               VALUE '00'.
001304     88  PM-ATT-FIN              VALUE '10'.
001305 01  W-PM-ATT-NV-STATUS          PIC XX.
001306 01  W-PM-CONF-STATUS            PIC XX.
001307     88  PM-CONF-OK              VALUE '00'.
001308     88  PM-CONF-FIN             VALUE '10'.
001309 01  W-FIN-OUV                   PIC X VALUE 'N'.
001310     88  FIN-OUV                 VALUE 'O'.
001320 01  W-FIN-BANQUE                PIC X VALUE 'N'.
001330     88  FIN-BANQUE              VALUE 'O'.
001340 01  W-FIN-SUSP                  PIC X VALUE 'N'.
001350     88  FIN-SUSP                VALUE 'O'.
001351 01  W-FIN-AVOIRS                PIC X VALUE 'N'.
001352     88  FIN-AVOIRS              VALUE 'O'.
001353 01  W-FIN-MAP                   PIC X VALUE 'N'.
001354     88  FIN-MAP                 VALUE 'O'.
001355 01  W-FIN-AFFECT                PIC X VALUE 'N'.
001356     88  FIN-AFFECT              VALUE 'O'.
001360*****************************************************************
001361*    AFFECTATIONS DE SUSPENS EN TABLE (500 AU PLUS) : LIGNE DE
001362*    SUSPENS VISEE, ADHERENT ET FACTURE D'AFFECTATION, TEMOIN
001363*    D'APPLICATION (UNE AFFECTATION NE SERT QU'UNE FOIS).
001364*****************************************************************
001365 01  W-NB-AFFECT                 PIC 9(04) COMP VALUE ZERO.
001366 01  W-TAB-AFFECT.
001367     05  W-AF-ENTREE OCCURS 500 TIMES
001368             INDEXED BY W-IDX-AF.
001369         10  W-AF-SU-DATE        PIC 9(08).
001370         10  W-AF-SU-COADHF      PIC X(09).
001371         10  W-AF-SU-MONTANT     PIC S9(11)V99 COMP-3.
001372         10  W-AF-SU-LIBELLE     PIC X(30).
001373         10  W-AF-COADHF         PIC X(09).
001374         10  W-AF-FACTURE        PIC 9(08).
001375         10  W-AF-USER-ID        PIC X(08).
001376         10  W-AF-APPLIQUEE      PIC X(01).
001377         10  W-AF-IMAGE          PIC X(101).
001378 01  W-AFFECT-TROUVEE-SW         PIC X VALUE 'N'.
001379     88  AFFECT-TROUVEE          VALUE 'O'.
001380 01  W-BANQUE-SAUVE              PIC X(69).
001381*****************************************************************
001382*    POSTES LUS DANS OUV-MAST AU COURS DU PASSAGE, GARDES EN
001383*    TABLE (1000 AU PLUS) AVEC LEUR COMPLEMENT EN DEVISE ET
001384*    REECRITS EN FIN DE PASSAGE.
001385*****************************************************************
001390 01  W-NB-POSTES                 PIC 9(04) COMP VALUE ZERO.
001400 01  W-TAB-POSTES.
001410     05  W-PO-ENTREE OCCURS 1000 TIMES
001420             INDEXED BY W-IDX-PO.
001421         10  W-PO-NUMERO         PIC 9(08).
001422         10  W-PO-COADHF         PIC X(09).
001423         10  W-PO-COETBL         PIC X(05).
001424         10  W-PO-DATE           PIC 9(08).
001425         10  W-PO-TTC            PIC S9(11)V99 COMP-3.
001426         10  W-PO-REGLE          PIC S9(11)V99 COMP-3.
001427         10  W-PO-STATUT         PIC X(01).
001428         10  W-PO-DEVISE         PIC X(03).
001429         10  W-PO-TTC-DEVISE     PIC S9(11)V99 COMP-3.
001430         10  W-PO-REGLE-DEVISE   PIC S9(11)V99 COMP-3.
001431         10  W-PO-TAUX-ORIGINE   PIC 9(03)V9(06).
001432 01  W-POSTE-TROUVE-SW           PIC X VALUE 'N'.
001433     88  POSTE-TROUVE            VALUE 'O'.
001434 01  W-NUMERO-CHERCHE            PIC 9(08) VALUE ZERO.
001435 01  W-RESTE-DU                  PIC S9(11)V99 COMP-3 VALUE 0.
001436 01  W-EXCEDENT                  PIC S9(11)V99 COMP-3 VALUE 0.
001437 01  W-MONTANT-IMPUTE            PIC S9(11)V99 COMP-3 VALUE 0.
001438*****************************************************************
001439*    RECOUVREMENTS SUR POSTES PASSES EN PERTE : COMPTES DE
001440*    L'ENTREE 'RECUP' DU PLAN CPT-MAP (CLIENT AU DEBIT, PRODUIT
001441*    DE RECOUVREMENT AU CREDIT).
001442*****************************************************************
001443 01  W-COMPTE-RECUP-DEBIT        PIC X(10) VALUE SPACES.
001444 01  W-COMPTE-RECUP-CREDIT       PIC X(10) VALUE SPACES.
001445 01  W-TOTAL-RECOUVRE            PIC S9(13)V99 COMP-3 VALUE 0.
001446 01  W-AV-LIBELLE.
001447     05  FILLER                  PIC X(06) VALUE 'AVOIR '.
001448     05  W-AVL-AVOIR             PIC 9(08).
001449     05  FILLER                  PIC X(05) VALUE ' SUR '.
001450     05  W-AVL-FACTURE           PIC 9(08).
001451     05  FILLER                  PIC X(03) VALUE SPACES.
001452*****************************************************************
001453*    CHANGE REALISE SUR LES POSTES EN DEVISE : TAUX DU JOUR
001454*    (DEV-TAB, 20 DEVISES AU PLUS), COMPTES DE L'ENTREE 'CHANG'
001455*    DU PLAN CPT-MAP (PERTE DE CHANGE AU DEBIT, GAIN DE CHANGE
001456*    AU CREDIT) ET COMPTE CLIENT DE L'ENTREE 'FACT'.
001457*****************************************************************
001458 01  W-NB-DEVISES                PIC 9(02) COMP VALUE ZERO.
001459 01  W-TAB-DEVISES.
001460     05  W-DV-ENTREE OCCURS 20 TIMES
001461             INDEXED BY W-IDX-DV.
001462         10  W-DV-DEVISE         PIC X(03).
001463         10  W-DV-TAUX           PIC 9(03)V9(06).
001464 01  W-FIN-DEV                   PIC X VALUE 'N'.
001465     88  FIN-DEV                 VALUE 'O'.
001466 01  W-TAUX-DEVISE               PIC 9(03)V9(06) VALUE ZERO.
001467 01  W-COMPTE-CLIENT             PIC X(10) VALUE SPACES.
001468 01  W-COMPTE-PERTE-CHANGE       PIC X(10) VALUE SPACES.
001469 01  W-COMPTE-GAIN-CHANGE        PIC X(10) VALUE SPACES.
001470 01  W-PAYE-DEVISE               PIC S9(11)V99 COMP-3 VALUE 0.
001471 01  W-RESTE-DEVISE              PIC S9(11)V99 COMP-3 VALUE 0.
001472 01  W-VALEUR-PAIEMENT           PIC S9(11)V99 COMP-3 VALUE 0.
001473 01  W-ECART-CHANGE              PIC S9(11)V99 COMP-3 VALUE 0.
001474 01  W-TOTAL-GAIN-CHANGE         PIC S9(13)V99 COMP-3 VALUE 0.
001475 01  W-TOTAL-PERTE-CHANGE        PIC S9(13)V99 COMP-3 VALUE 0.
001476 01  W-NB-POSTES-DEVISE          PIC 9(05) COMP VALUE ZERO.
001477 01  W-NB-DEVISE-ORPHELINS       PIC 9(05) COMP VALUE ZERO.
001478 01  W-NB-ECARTS-CHANGE          PIC 9(05) COMP VALUE ZERO.
001479 01  W-GL-POST-OUVERT            PIC X VALUE 'N'.
001480     88  GL-POST-OUVERT          VALUE 'O'.
001481*****************************************************************
001482*    CONTROLE DES DOUBLONS : HISTORIQUE DES PAIEMENTS APPLIQUES
001483*    EN TABLE (5000 AU PLUS, AVEC LEUR QUANTIEME), DECISIONS DU
001484*    BACK-OFFICE SUR LES PAIEMENTS EN ATTENTE (500 AU PLUS).
001485*    FENETRE DU DOUBLON PROBABLE ET CONSERVATION EN JOURS.
001486*****************************************************************
001487 01  W-FENETRE-DOUBLON           PIC 9(03) COMP VALUE 3.
001488 01  W-CONSERVATION-HIST         PIC 9(03) COMP VALUE 90.
001489 01  W-NB-HIST                   PIC 9(04) COMP VALUE ZERO.
001490 01  W-TAB-HIST.
001491     05  W-HI-ENTREE OCCURS 5000 TIMES
001492             INDEXED BY W-IDX-HI.
001493         10  W-HI-DATE           PIC 9(08).
001494         10  W-HI-FACTURE        PIC 9(08).
001495         10  W-HI-COADHF         PIC X(09).
001496         10  W-HI-MONTANT        PIC S9(11)V99 COMP-3.
001497         10  W-HI-LIBELLE        PIC X(30).
001498         10  W-HI-DATE-APPLI     PIC 9(08).
001499         10  W-HI-QUANTIEME      PIC 9(07) COMP.
001500 01  W-NB-DECISIONS              PIC 9(04) COMP VALUE ZERO.
001501 01  W-TAB-DECISIONS.
001502     05  W-DC-ENTREE OCCURS 500 TIMES
001503             INDEXED BY W-IDX-DC.
001504         10  W-DC-DATE           PIC 9(08).
001505         10  W-DC-FACTURE        PIC 9(08).
001506         10  W-DC-COADHF         PIC X(09).
001507         10  W-DC-MONTANT        PIC S9(11)V99 COMP-3.
001508         10  W-DC-LIBELLE        PIC X(30).
001509         10  W-DC-DECISION       PIC X(01).
001510         10  W-DC-UTILISEE       PIC X(01).
001511 01  W-FIN-HIST                  PIC X VALUE 'N'.
001512     88  FIN-HIST                VALUE 'O'.
001513 01  W-FIN-CONF                  PIC X VALUE 'N'.
001514     88  FIN-CONF                VALUE 'O'.
001515 01  W-FIN-ATT                   PIC X VALUE 'N'.
001516     88  FIN-ATT                 VALUE 'O'.
001517 01  W-DECISION-TROUVEE-SW       PIC X VALUE 'N'.
001518     88  DECISION-TROUVEE        VALUE 'O'.
001519 01  W-CONTROLE-DOUBLON          PIC X VALUE 'A'.
001520     88  PAIEMENT-ACCEPTE        VALUE 'A'.
001521     88  DOUBLON-EXACT           VALUE 'E'.
001522     88  DOUBLON-PROBABLE        VALUE 'P'.
001523 01  W-QUANTIEME-PAIEMENT        PIC 9(07) COMP VALUE ZERO.
001524 01  W-QUANTIEME-APPLI           PIC 9(07) COMP VALUE ZERO.
001525 01  W-ECART-JOURS               PIC S9(07) COMP VALUE ZERO.
001526 01  W-DOUBLON-DATE              PIC 9(08) VALUE ZERO.
001527 01  W-DOUBLON-FACTURE           PIC 9(08) VALUE ZERO.
001528 01  W-LIBELLE-CONTROLE          PIC X(30) VALUE SPACES.
001529 01  W-NB-HIST-PURGES            PIC 9(05) COMP VALUE ZERO.
001530 01  W-NB-DOUBLONS-REFUSES       PIC 9(05) COMP VALUE ZERO.
001531 01  W-NB-MIS-EN-ATTENTE         PIC 9(05) COMP VALUE ZERO.
001532 01  W-NB-ATTENTE-APPLIQUES      PIC 9(05) COMP VALUE ZERO.
001533 01  W-NB-ATTENTE-REJETES        PIC 9(05) COMP VALUE ZERO.
001534 01  W-NB-ATTENTE-MAINTENUS      PIC 9(05) COMP VALUE ZERO.
001535 01  W-NB-DECISIONS-ORPHELINES   PIC 9(05) COMP VALUE ZERO.
001536 01  W-TAUX-EDIT                 PIC ZZ9,999999.
001537 01  W-MT-EDIT-2                 PIC -(12)9,99.
001540*****************************************************************
001550*    ANCIENNETE DU SUSPENS (QUANTIEMES, FENETRE 0-30/31-60/60+).
001560*****************************************************************
001690 01  W-NB-PARTIELS               PIC 9(05) COMP VALUE ZERO.
001700 01  W-NB-TROP-PERCUS            PIC 9(05) COMP VALUE ZERO.
001710 01  W-NB-INCONNUS               PIC 9(05) COMP VALUE ZERO.
001711 01  W-NB-AVOIRS                 PIC 9(05) COMP VALUE ZERO.
001712 01  W-NB-AVOIRS-EXCEDENT        PIC 9(05) COMP VALUE ZERO.
001713 01  W-NB-AVOIRS-DISCORDANTS     PIC 9(05) COMP VALUE ZERO.
001714 01  W-NB-RECOUVREMENTS          PIC 9(05) COMP VALUE ZERO.
001715 01  W-NB-AFFECT-APPLIQUEES      PIC 9(05) COMP VALUE ZERO.
001716 01  W-NB-AFFECT-ORPHELINES      PIC 9(05) COMP VALUE ZERO.
001720 01  W-IDX-EDIT                  PIC 9(04) COMP VALUE ZERO.
001730 01  W-NB-EDIT                   PIC Z(04)9.
001740 01  W-MT-EDIT                   PIC -(12)9,99.
001760 PROCEDURE DIVISION.
001770 0000-MAINLINE.
001780     PERFORM 1000-INITIALISE THRU 1000-EXIT.
001782     PERFORM 1500-OUVRIR-POSTES THRU 1500-EXIT.
001784     PERFORM 1550-CHARGER-POSTES-DEVISE THRU 1550-EXIT.
001786     PERFORM 1560-CHARGER-DEVTAB THRU 1560-EXIT.
001788     PERFORM 1700-CHARGER-AFFECTATIONS THRU 1700-EXIT.
001790     PERFORM 1800-CHARGER-HISTORIQUE THRU 1800-EXIT.
001792     PERFORM 1900-CHARGER-DECISIONS THRU 1900-EXIT.
001794     PERFORM 1600-CHARGER-COMPTES THRU 1600-EXIT.
001796     PERFORM 2500-IMPUTER-AVOIRS THRU 2500-EXIT.
001800     PERFORM 2000-RECOPIER-SUSPENS THRU 2000-EXIT.
001805     PERFORM 2700-REPRENDRE-ATTENTE THRU 2700-EXIT.
001810     PERFORM 3000-TRAITER-PAIEMENT THRU 3000-EXIT
001820        UNTIL FIN-BANQUE.
001830     PERFORM 7000-REECRIRE-POSTES THRU 7000-EXIT.
001840     PERFORM 7500-EDITER-ANCIENNETE THRU 7500-EXIT.
001841     PERFORM 7800-ECRIRE-RECOUVREMENTS THRU 7800-EXIT.
001842     PERFORM 7850-ECRIRE-ECARTS-CHANGE THRU 7850-EXIT.
001843     PERFORM 7900-SIGNALER-AFFECTATIONS THRU 7900-EXIT.
001844     PERFORM 7600-REECRIRE-HISTORIQUE THRU 7600-EXIT.
001845     PERFORM 7950-SIGNALER-DECISIONS THRU 7950-EXIT.
001850     PERFORM 8000-TERMINE THRU 8000-EXIT.
001860     GOBACK.
001870 1000-INITIALISE.
001890     COMPUTE W-QUANTIEME-JOUR =
001900        FUNCTION INTEGER-OF-DATE (W-DATE-JOUR-CCYYMMDD).
001910     OPEN INPUT BANQUE.
001916     OPEN OUTPUT SUSP-OUT PM-RPRT OUV-DEV-NV PM-ATT-NV.
001922     OPEN OUTPUT SUSP-AFF-NV.
001930     IF NOT BANQUE-OK
001940        DISPLAY 'HZPM0001 - BANQUE INDISPONIBLE - STATUT '
001950            W-BANQUE-STATUS
002010        AT END MOVE 'O' TO W-FIN-BANQUE.
002020 1000-EXIT.
002030     EXIT.
002040 1500-OUVRIR-POSTES.
002050     OPEN I-O OUV-MAST.
002051     IF NOT OUV-MAST-OK
002052        DISPLAY 'HZPM0001 - OUV-MAST INDISPONIBLE - STATUT '
002053            W-OUV-MAST-STATUS
002054        MOVE 8 TO RETURN-CODE
002055        GO TO 1500-EXIT
002056     END-IF.
002057     MOVE 'O' TO W-OUV-MAST-OUVERT.
002058 1500-EXIT.
002059     EXIT.
002060*****************************************************************
002061*    1510-EMPILER-POSTE - LE POSTE LU DANS OUV-MAST ENTRE EN
002062*    TABLE ET DEVIENT LE POSTE COURANT (W-IDX-PO).
002063*****************************************************************
002064 1510-EMPILER-POSTE.
002065     IF W-NB-POSTES < 1000
002066        ADD 1 TO W-NB-POSTES
002067        MOVE OV-NUMERO-FACTURE TO W-PO-NUMERO (W-NB-POSTES)
002068        MOVE OV-COADHF TO W-PO-COADHF (W-NB-POSTES)
002069        MOVE OV-COETBL TO W-PO-COETBL (W-NB-POSTES)
002070        MOVE OV-DATE-FACTURE TO W-PO-DATE (W-NB-POSTES)
002071        MOVE OV-MONTANT-TTC TO W-PO-TTC (W-NB-POSTES)
002072        MOVE OV-MONTANT-REGLE TO W-PO-REGLE (W-NB-POSTES)
002073        MOVE OV-STATUT TO W-PO-STATUT (W-NB-POSTES)
002074        MOVE SPACES TO W-PO-DEVISE (W-NB-POSTES)
002075        MOVE ZERO TO W-PO-TTC-DEVISE (W-NB-POSTES)
002076        MOVE ZERO TO W-PO-REGLE-DEVISE (W-NB-POSTES)
002077        MOVE ZERO TO W-PO-TAUX-ORIGINE (W-NB-POSTES)
002078        SET W-IDX-PO TO W-NB-POSTES
002079        MOVE 'O' TO W-POSTE-TROUVE-SW
002080     ELSE
002081        DISPLAY 'HZPM0001 - TABLE DES POSTES PLEINE (1000) - '
002082            'RAPPROCHEMENT PARTIEL'
002083        MOVE 8 TO RETURN-CODE
002084     END-IF.
002085 1510-EXIT.
002086     EXIT.
002087*****************************************************************
002088*    1520-CHARGER-POSTE - POSTE DE NUMERO W-NUMERO-CHERCHE : PRIS
002089*    EN TABLE S'IL Y EST DEJA (IL PORTE LES IMPUTATIONS DU
002090*    PASSAGE), SINON LU PAR CLE DANS OUV-MAST ET EMPILE.
002091*****************************************************************
002092 1520-CHARGER-POSTE.
002093     PERFORM 1525-CHERCHER-EN-TABLE THRU 1525-EXIT.
002094     IF POSTE-TROUVE OR NOT OUV-MAST-OUVERT
002095        GO TO 1520-EXIT
002096     END-IF.
002097     MOVE W-NUMERO-CHERCHE TO OV-NUMERO-FACTURE.
002098     READ OUV-MAST
002099        INVALID KEY GO TO 1520-EXIT
002100     END-READ.
002101     PERFORM 1510-EMPILER-POSTE THRU 1510-EXIT.
002102 1520-EXIT.
002103     EXIT.
002104 1525-CHERCHER-EN-TABLE.
002105     MOVE 'N' TO W-POSTE-TROUVE-SW.
002106     IF W-NB-POSTES = ZERO
002107        GO TO 1525-EXIT
002108     END-IF.
002109     SET W-IDX-PO TO 1.
002110     SEARCH W-PO-ENTREE
002111        AT END
002112           CONTINUE
002113        WHEN W-IDX-PO > W-NB-POSTES
002114           CONTINUE
002115        WHEN W-PO-NUMERO (W-IDX-PO) = W-NUMERO-CHERCHE
002116           MOVE 'O' TO W-POSTE-TROUVE-SW
002117     END-SEARCH.
002118 1525-EXIT.
002119     EXIT.
002120*****************************************************************
002121*    1550-CHARGER-POSTES-DEVISE - LE MONTANT EN DEVISE, LE REGLE
002122*    EN DEVISE ET LE TAUX D'ORIGINE DE CHAQUE LIGNE OUV-DEV SONT
002123*    PORTES SUR LE POSTE DE MEME NUMERO, LU DANS OUV-MAST ET MIS
002124*    EN TABLE. LIGNE SANS POSTE (POSTE PURGE) : ABANDONNEE.
002125*    FICHIER ABSENT : AUCUN POSTE EN DEVISE.
002126*****************************************************************
002127 1550-CHARGER-POSTES-DEVISE.
002128     OPEN INPUT OUV-DEV.
002129     IF NOT OUV-DEV-OK
002130        DISPLAY 'HZPM0001 - OUV-DEV INDISPONIBLE, AUCUN POSTE EN '
002131            'DEVISE - STATUT ' W-OUV-DEV-STATUS
002132        GO TO 1550-EXIT
002133     END-IF.
002134     PERFORM UNTIL OUV-DEV-FIN
002135        READ OUV-DEV
002136           AT END SET OUV-DEV-FIN TO TRUE
002137           NOT AT END PERFORM 1555-PORTER-DEVISE THRU 1555-EXIT
002138        END-READ
002139     END-PERFORM.
002140     CLOSE OUV-DEV.
002141 1550-EXIT.
002142     EXIT.
002143 1555-PORTER-DEVISE.
002144     MOVE DO-NUMERO-FACTURE TO W-NUMERO-CHERCHE.
002145     PERFORM 1520-CHARGER-POSTE THRU 1520-EXIT.
002146     IF NOT POSTE-TROUVE
002147        ADD 1 TO W-NB-DEVISE-ORPHELINS
002148        GO TO 1555-EXIT
002149     END-IF.
002150     ADD 1 TO W-NB-POSTES-DEVISE.
002151     MOVE DO-DEVISE TO W-PO-DEVISE (W-IDX-PO).
002152     MOVE DO-MONTANT-DEVISE TO W-PO-TTC-DEVISE (W-IDX-PO).
002153     MOVE DO-REGLE-DEVISE TO W-PO-REGLE-DEVISE (W-IDX-PO).
002154     MOVE DO-TAUX-ORIGINE TO W-PO-TAUX-ORIGINE (W-IDX-PO).
002155 1555-EXIT.
002156     EXIT.
002157*****************************************************************
002158*    1560-CHARGER-DEVTAB - TAUX DU JOUR, MEME SCHEMA QUE 1521 DE
002159*    HORROR. FICHIER ABSENT : LES POSTES EN DEVISE SONT RAPPROCHES
002160*    A LEUR TAUX D'ORIGINE (AUCUN ECART DE CHANGE, SIGNALE).
002161*****************************************************************
002162 1560-CHARGER-DEVTAB.
002163     IF W-NB-POSTES-DEVISE = ZERO
002164        GO TO 1560-EXIT
002165     END-IF.
002166     OPEN INPUT DEV-TAB.
002167     IF NOT DEV-TAB-OK
002168        DISPLAY 'HZPM0001 - DEV-TAB INDISPONIBLE, POSTES EN '
002169            'DEVISE AU TAUX D''ORIGINE - STATUT ' W-DEV-TAB-STATUS
002170        IF RETURN-CODE < 4
002171           MOVE 4 TO RETURN-CODE
002172        END-IF
002173        GO TO 1560-EXIT
002174     END-IF.
002175     PERFORM UNTIL FIN-DEV
002176        READ DEV-TAB
002177           AT END SET FIN-DEV TO TRUE
002178           NOT AT END
002179              IF DT-TAUX > ZERO AND W-NB-DEVISES < 20
002180                 ADD 1 TO W-NB-DEVISES
002181                 MOVE DT-DEVISE TO W-DV-DEVISE (W-NB-DEVISES)
002182                 MOVE DT-TAUX TO W-DV-TAUX (W-NB-DEVISES)
002183              END-IF
002184        END-READ
002185     END-PERFORM.
002186     CLOSE DEV-TAB.
002187 1560-EXIT.
002188     EXIT.
002189*****************************************************************
002190*    1600-CHARGER-COMPTES - ENTREE 'RECUP' DU PLAN CPT-MAP POUR
002191*    LES RECOUVREMENTS DE CREANCES PASSEES EN PERTE.
002192*****************************************************************
002193 1600-CHARGER-COMPTES.
002194     OPEN INPUT CPT-MAP.
002195     IF NOT CPT-MAP-OK
002196        DISPLAY 'HZPM0001 - CPT-MAP INDISPONIBLE - STATUT '
002197            W-CPT-MAP-STATUS
002198        GO TO 1600-EXIT
002199     END-IF.
002200     PERFORM UNTIL FIN-MAP
002201        READ CPT-MAP
002202           AT END SET FIN-MAP TO TRUE
002203           NOT AT END
002204              IF CM-COANAL = 'RECUP'
002205                 MOVE CM-COMPTE-DEBIT TO W-COMPTE-RECUP-DEBIT
002206                 MOVE CM-COMPTE-CREDIT TO W-COMPTE-RECUP-CREDIT
002207              END-IF
002208              IF CM-COANAL = 'CHANG'
002209                 MOVE CM-COMPTE-DEBIT TO W-COMPTE-PERTE-CHANGE
002210                 MOVE CM-COMPTE-CREDIT TO W-COMPTE-GAIN-CHANGE
002211              END-IF
002212              IF CM-COANAL = 'FACT'
002213                 MOVE CM-COMPTE-DEBIT TO W-COMPTE-CLIENT
002214              END-IF
002215        END-READ
002216     END-PERFORM.
002217     CLOSE CPT-MAP.
002218 1600-EXIT.
002219     EXIT.
002220*****************************************************************
002221*    1700-CHARGER-AFFECTATIONS - AFFECTATIONS DE SUSPENS 'I'
002222*    SAISIES PAR HZAF0001 DEPUIS LE PASSAGE PRECEDENT, PLUS
002223*    CELLES QUE CE PASSAGE N'AVAIT PU APPLIQUER (SUSP-AFF-NV
002224*    SUBSTITUE). FICHIER ABSENT = AUCUNE AFFECTATION. AU-DELA DE
002225*    LA TABLE, L'AFFECTATION EST RECOPIEE TELLE QUELLE SUR
002226*    SUSP-AFF-NV POUR LE PASSAGE SUIVANT.
002227*****************************************************************
002228 1700-CHARGER-AFFECTATIONS.
002229     OPEN INPUT SUSP-AFF.
002230     IF NOT SUSP-AFF-OK
002231        DISPLAY 'HZPM0001 - SUSP-AFF INDISPONIBLE, AUCUNE '
002232            'AFFECTATION A APPLIQUER - STATUT ' W-SUSP-AFF-STATUS
002233        GO TO 1700-EXIT
002234     END-IF.
002235     PERFORM UNTIL FIN-AFFECT
002236        READ SUSP-AFF
002237           AT END SET FIN-AFFECT TO TRUE
002238           NOT AT END
002239              PERFORM 1710-EMPILER-AFFECTATION THRU 1710-EXIT
002240        END-READ
002241     END-PERFORM.
002242     CLOSE SUSP-AFF.
002243 1700-EXIT.
002244     EXIT.
002245 1710-EMPILER-AFFECTATION.
002246     IF W-NB-AFFECT < 500
002247        ADD 1 TO W-NB-AFFECT
002248        MOVE SA-SU-DATE TO W-AF-SU-DATE (W-NB-AFFECT)
002249        MOVE SA-SU-COADHF TO W-AF-SU-COADHF (W-NB-AFFECT)
002250        MOVE SA-SU-MONTANT TO W-AF-SU-MONTANT (W-NB-AFFECT)
002251        MOVE SA-SU-LIBELLE TO W-AF-SU-LIBELLE (W-NB-AFFECT)
002252        MOVE SA-COADHF TO W-AF-COADHF (W-NB-AFFECT)
002253        MOVE SA-NUMERO-FACTURE TO W-AF-FACTURE (W-NB-AFFECT)
002254        MOVE SA-USER-ID TO W-AF-USER-ID (W-NB-AFFECT)
002255        MOVE 'N' TO W-AF-APPLIQUEE (W-NB-AFFECT)
002256        MOVE SUSP-AFF-LIGNE TO W-AF-IMAGE (W-NB-AFFECT)
002257     ELSE
002258        DISPLAY 'HZPM0001 - TABLE DES AFFECTATIONS PLEINE (500) '
002259            '- AFFECTATION REPORTEE : ' SA-SU-COADHF ' '
002260            SA-SU-LIBELLE
002261        MOVE SUSP-AFF-LIGNE TO SUSP-AFF-NV-LIGNE
002262        WRITE SUSP-AFF-NV-LIGNE
002263        MOVE 4 TO RETURN-CODE
002264     END-IF.
002265 1710-EXIT.
002266     EXIT.
002267*****************************************************************
002268*    1800-CHARGER-HISTORIQUE - PAIEMENTS APPLIQUES DES PASSAGES
002269*    PRECEDENTS (PM-HIST). UNE LIGNE APPLIQUEE DEPUIS PLUS DE
002270*    W-CONSERVATION-HIST JOURS N'EST PAS REPRISE ET SORT DE
002271*    L'HISTORIQUE. FICHIER ABSENT : HISTORIQUE VIDE, SIGNALE.
002272*****************************************************************
002273 1800-CHARGER-HISTORIQUE.
002274     OPEN INPUT PM-HIST.
002275     IF NOT PM-HIST-OK
002276        DISPLAY 'HZPM0001 - PM-HIST INDISPONIBLE, HISTORIQUE DES '
002277            'PAIEMENTS VIDE - STATUT ' W-PM-HIST-STATUS
002278        GO TO 1800-EXIT
002279     END-IF.
002280     PERFORM UNTIL FIN-HIST
002281        READ PM-HIST
002282           AT END SET FIN-HIST TO TRUE
002283           NOT AT END
002284              PERFORM 1810-EMPILER-HISTORIQUE THRU 1810-EXIT
002285        END-READ
002286     END-PERFORM.
002287     CLOSE PM-HIST.
002288 1800-EXIT.
002289     EXIT.
002290 1810-EMPILER-HISTORIQUE.
002291     MOVE ZERO TO W-QUANTIEME-APPLI.
002292     IF PH-DATE-APPLICATION NUMERIC
002293        COMPUTE W-QUANTIEME-APPLI =
002294           FUNCTION INTEGER-OF-DATE (PH-DATE-APPLICATION)
002295     END-IF.
002296     IF W-QUANTIEME-JOUR - W-QUANTIEME-APPLI > W-CONSERVATION-HIST
002297        ADD 1 TO W-NB-HIST-PURGES
002298        GO TO 1810-EXIT
002299     END-IF.
002300     IF W-NB-HIST NOT < 5000
002301        DISPLAY 'HZPM0001 - TABLE HISTORIQUE PLEINE (5000) - '
002302            'CONTROLE DES DOUBLONS PARTIEL'
002303        MOVE 8 TO RETURN-CODE
002304        GO TO 1810-EXIT
002305     END-IF.
002306     ADD 1 TO W-NB-HIST.
002307     MOVE PH-DATE TO W-HI-DATE (W-NB-HIST).
002308     MOVE PH-NUMERO-FACTURE TO W-HI-FACTURE (W-NB-HIST).
002309     MOVE PH-COADHF TO W-HI-COADHF (W-NB-HIST).
002310     MOVE PH-MONTANT TO W-HI-MONTANT (W-NB-HIST).
002311     MOVE PH-LIBELLE TO W-HI-LIBELLE (W-NB-HIST).
002312     MOVE PH-DATE-APPLICATION TO W-HI-DATE-APPLI (W-NB-HIST).
002313     MOVE ZERO TO W-HI-QUANTIEME (W-NB-HIST).
002314     IF PH-DATE NUMERIC AND PH-DATE > ZERO
002315        COMPUTE W-HI-QUANTIEME (W-NB-HIST) =
002316           FUNCTION INTEGER-OF-DATE (PH-DATE)
002317     END-IF.
002318 1810-EXIT.
002319     EXIT.
002320*****************************************************************
002321*    1900-CHARGER-DECISIONS - DECISIONS DU BACK-OFFICE SUR LES
002322*    PAIEMENTS EN ATTENTE (PM-CONF). DECISION AUTRE QUE 'A' OU
002323*    'R' : IGNOREE ET SIGNALEE, LE PAIEMENT RESTE EN ATTENTE.
002324*****************************************************************
002325 1900-CHARGER-DECISIONS.
002326     OPEN INPUT PM-CONF.
002327     IF NOT PM-CONF-OK
002328        DISPLAY 'HZPM0001 - PM-CONF INDISPONIBLE, AUCUNE '
002329            'DECISION SUR LES PAIEMENTS EN ATTENTE - STATUT '
002330            W-PM-CONF-STATUS
002331        GO TO 1900-EXIT
002332     END-IF.
002333     PERFORM UNTIL FIN-CONF
002334        READ PM-CONF
002335           AT END SET FIN-CONF TO TRUE
002336           NOT AT END PERFORM 1910-EMPILER-DECISION THRU 1910-EXIT
002337        END-READ
002338     END-PERFORM.
002339     CLOSE PM-CONF.
002340 1900-EXIT.
002341     EXIT.
002342 1910-EMPILER-DECISION.
002343     IF PF-DECISION NOT = 'A' AND PF-DECISION NOT = 'R'
002344        MOVE PF-MONTANT TO W-MT-EDIT
002345        DISPLAY 'HZPM0001 - DECISION INVALIDE ''' PF-DECISION
002346            ''' : ' PF-DATE ' ' PF-COADHF ' ' W-MT-EDIT
002347        IF RETURN-CODE < 4
002348           MOVE 4 TO RETURN-CODE
002349        END-IF
002350        GO TO 1910-EXIT
002351     END-IF.
002352     IF W-NB-DECISIONS NOT < 500
002353        DISPLAY 'HZPM0001 - TABLE DES DECISIONS PLEINE (500) - '
002354            'PAIEMENTS MAINTENUS EN ATTENTE'
002355        IF RETURN-CODE < 4
002356           MOVE 4 TO RETURN-CODE
002357        END-IF
002358        GO TO 1910-EXIT
002359     END-IF.
002360     ADD 1 TO W-NB-DECISIONS.
002361     MOVE PF-DATE TO W-DC-DATE (W-NB-DECISIONS).
002362     MOVE PF-NUMERO-FACTURE TO W-DC-FACTURE (W-NB-DECISIONS).
002363     MOVE PF-COADHF TO W-DC-COADHF (W-NB-DECISIONS).
002364     MOVE PF-MONTANT TO W-DC-MONTANT (W-NB-DECISIONS).
002365     MOVE PF-LIBELLE TO W-DC-LIBELLE (W-NB-DECISIONS).
002366     MOVE PF-DECISION TO W-DC-DECISION (W-NB-DECISIONS).
002367     MOVE 'N' TO W-DC-UTILISEE (W-NB-DECISIONS).
002368 1910-EXIT.
002370     EXIT.
002380*****************************************************************
002390*    2000-RECOPIER-SUSPENS - LE SUSPENS ANTERIEUR EST RECOPIE EN
002580           MOVE 'O' TO W-FIN-SUSP
002590           GO TO 2100-EXIT
002600     END-READ.
002601     IF SI-TYPE = 'I' AND W-NB-AFFECT > ZERO
002602        PERFORM 2150-CHERCHER-AFFECTATION THRU 2150-EXIT
002603        IF AFFECT-TROUVEE
002604           PERFORM 2160-APPLIQUER-AFFECTATION THRU 2160-EXIT
002605           GO TO 2100-EXIT
002606        END-IF
002607     END-IF.
002610     MOVE SUSP-IN-LIGNE TO SUSP-OUT-LIGNE.
002611     WRITE SUSP-OUT-LIGNE.
002612     MOVE SI-DATE TO W-DATE-JOUR-CCYYMMDD.
002613     PERFORM 2200-CUMULER-ANCIENNETE THRU 2200-EXIT.
002614 2100-EXIT.
002615     EXIT.
002616*****************************************************************
002617*    2150-CHERCHER-AFFECTATION - AFFECTATION NON ENCORE APPLIQUEE
002618*    DONT L'IMAGE (DATE, ADHERENT, MONTANT, LIBELLE) EST CELLE
002619*    DU SUSPENS 'I' COURANT.
002620*****************************************************************
002621 2150-CHERCHER-AFFECTATION.
002622     MOVE 'N' TO W-AFFECT-TROUVEE-SW.
002623     SET W-IDX-AF TO 1.
002624     SEARCH W-AF-ENTREE
002625        AT END
002626           CONTINUE
002627        WHEN W-IDX-AF > W-NB-AFFECT
002628           CONTINUE
002629        WHEN W-AF-APPLIQUEE (W-IDX-AF) = 'N'
002630           AND W-AF-SU-DATE (W-IDX-AF) = SI-DATE
002631           AND W-AF-SU-COADHF (W-IDX-AF) = SI-COADHF
002632           AND W-AF-SU-MONTANT (W-IDX-AF) = SI-MONTANT
002633           AND W-AF-SU-LIBELLE (W-IDX-AF) = SI-LIBELLE
002634           MOVE 'O' TO W-AFFECT-TROUVEE-SW
002635     END-SEARCH.
002636 2150-EXIT.
002637     EXIT.
002638*****************************************************************
002639*    2160-APPLIQUER-AFFECTATION - LE SUSPENS AFFECTE EST TRAITE
002640*    COMME UN PAIEMENT DE L'ADHERENT ET DE LA FACTURE SAISIS EN
002641*    LIGNE. LE PAIEMENT BANQUE DEJA LU EST MIS DE COTE LE TEMPS
002642*    DU RAPPROCHEMENT. S'IL N'ABOUTIT PAS, LE MONTANT REVIENT EN
002643*    SUSPENS 'I' SOUS L'ADHERENT D'AFFECTATION.
002644*****************************************************************
002645 2160-APPLIQUER-AFFECTATION.
002646     MOVE 'O' TO W-AF-APPLIQUEE (W-IDX-AF).
002647     ADD 1 TO W-NB-AFFECT-APPLIQUEES.
002648     MOVE BANQUE-LIGNE TO W-BANQUE-SAUVE.
002649     MOVE SI-DATE TO BQ-DATE.
002650     MOVE W-AF-FACTURE (W-IDX-AF) TO BQ-NUMERO-FACTURE.
002651     MOVE W-AF-COADHF (W-IDX-AF) TO BQ-COADHF.
002652     MOVE SI-MONTANT TO BQ-MONTANT.
002653     MOVE SI-LIBELLE TO BQ-LIBELLE.
002654     PERFORM 3050-RAPPROCHER-PAIEMENT THRU 3050-EXIT.
002655     MOVE W-BANQUE-SAUVE TO BANQUE-LIGNE.
002656 2160-EXIT.
002660     EXIT.
002670*****************************************************************
002680*    2200-CUMULER-ANCIENNETE - CLASSE LE SUSPENS COURANT DANS SA
002890     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
002900 2200-EXIT.
002910     EXIT.
002911*****************************************************************
002912*    2500-IMPUTER-AVOIRS - CHAQUE AVOIR EST DEDUIT DU RESTE DU DE
002913*    SA FACTURE D'ORIGINE (POSTE SOLDE SI L'AVOIR LE COUVRE,
002914*    PARTIEL SINON ; UN POSTE PASSE EN PERTE GARDE SON STATUT).
002915*    L'EXCEDENT, OU L'AVOIR ENTIER SI LA FACTURE N'EST PLUS
002916*    OUVERTE, DEVIENT UN CREDIT 'T' DE L'ADHERENT.
002917*****************************************************************
002918 2500-IMPUTER-AVOIRS.
002919     OPEN INPUT AV-IMP.
002920     IF NOT AV-IMP-OK
002921        DISPLAY 'HZPM0001 - AV-IMP INDISPONIBLE, AUCUN AVOIR A '
002922            'IMPUTER - STATUT ' W-AV-IMP-STATUS
002923        GO TO 2500-EXIT
002924     END-IF.
002925     PERFORM 2510-IMPUTER-UN-AVOIR THRU 2510-EXIT
002926        UNTIL FIN-AVOIRS.
002927     CLOSE AV-IMP.
002928 2500-EXIT.
002929     EXIT.
002930 2510-IMPUTER-UN-AVOIR.
002931     READ AV-IMP
002932        AT END
002933           MOVE 'O' TO W-FIN-AVOIRS
002934           GO TO 2510-EXIT
002935     END-READ.
002936     ADD 1 TO W-NB-AVOIRS.
002937     MOVE AI-NUMERO-AVOIR TO W-AVL-AVOIR.
002938     MOVE AI-NUMERO-FACTURE TO W-AVL-FACTURE.
002939     MOVE AI-NUMERO-FACTURE TO W-NUMERO-CHERCHE.
002940     PERFORM 1520-CHARGER-POSTE THRU 1520-EXIT.
002941     IF POSTE-TROUVE
002942        IF W-PO-STATUT (W-IDX-PO) = 'S'
002943           MOVE 'N' TO W-POSTE-TROUVE-SW
002944        END-IF
002945     END-IF.
002946     IF POSTE-TROUVE
002947        IF W-PO-COADHF (W-IDX-PO) NOT = AI-COADHF
002948           PERFORM 2515-EDITER-AVOIR-DISCORDANT THRU 2515-EXIT
002949           MOVE 'N' TO W-POSTE-TROUVE-SW
002950        END-IF
002951     END-IF.
002952     IF NOT POSTE-TROUVE
002953        MOVE AI-MONTANT-TTC TO W-EXCEDENT
002954        PERFORM 2520-AVOIR-EN-SUSPENS THRU 2520-EXIT
002955        GO TO 2510-EXIT
002956     END-IF.
002957     COMPUTE W-RESTE-DU =
002958        W-PO-TTC (W-IDX-PO) - W-PO-REGLE (W-IDX-PO).
002959     IF AI-MONTANT-TTC > W-RESTE-DU
002960        COMPUTE W-EXCEDENT = AI-MONTANT-TTC - W-RESTE-DU
002961        MOVE W-RESTE-DU TO W-MONTANT-IMPUTE
002962     ELSE
002963        MOVE ZERO TO W-EXCEDENT
002964        MOVE AI-MONTANT-TTC TO W-MONTANT-IMPUTE
002965     END-IF.
002966     ADD W-MONTANT-IMPUTE TO W-PO-REGLE (W-IDX-PO).
002967     IF W-PO-STATUT (W-IDX-PO) NOT = 'I'
002968        IF W-PO-REGLE (W-IDX-PO) < W-PO-TTC (W-IDX-PO)
002969           MOVE 'P' TO W-PO-STATUT (W-IDX-PO)
002970        ELSE
002971           MOVE 'S' TO W-PO-STATUT (W-IDX-PO)
002972        END-IF
002973     END-IF.
002974     IF W-PO-DEVISE (W-IDX-PO) NOT = SPACES
002975        PERFORM 2530-IMPUTER-AVOIR-DEVISE THRU 2530-EXIT
002976     END-IF.
002977     IF W-EXCEDENT > ZERO
002978        PERFORM 2520-AVOIR-EN-SUSPENS THRU 2520-EXIT
002979     END-IF.
002980 2510-EXIT.
002981     EXIT.
002982*****************************************************************
002983*    2515-EDITER-AVOIR-DISCORDANT - LA FACTURE D'ORIGINE EXISTE
002984*    MAIS APPARTIENT A UN AUTRE ADHERENT QUE CELUI DE L'AVOIR :
002985*    RIEN N'EST IMPUTE SUR LE POSTE, L'AVOIR ENTIER PART EN
002986*    SUSPENS 'T' DE SON ADHERENT ET EST SIGNALE SUR PM-RPRT.
002987*****************************************************************
002988 2515-EDITER-AVOIR-DISCORDANT.
002989     ADD 1 TO W-NB-AVOIRS-DISCORDANTS.
002990     MOVE AI-MONTANT-TTC TO W-MT-EDIT.
002991     MOVE SPACES TO W-LIGNE-TRAVAIL.
002992     STRING 'AVOIR ' DELIMITED BY SIZE
002993         AI-NUMERO-AVOIR DELIMITED BY SIZE
002994         ' ADHERENT ' DELIMITED BY SIZE
002995         AI-COADHF DELIMITED BY SIZE
002996         ' : FACTURE ' DELIMITED BY SIZE
002997         AI-NUMERO-FACTURE DELIMITED BY SIZE
002998         ' DE L''ADHERENT ' DELIMITED BY SIZE
002999         W-PO-COADHF (W-IDX-PO) DELIMITED BY SIZE
003000         ' - ' DELIMITED BY SIZE
003001         W-MT-EDIT DELIMITED BY SIZE
003002         ' MIS EN SUSPENS' DELIMITED BY SIZE
003003         INTO W-LIGNE-TRAVAIL
003004     END-STRING.
003005     MOVE W-LIGNE-TRAVAIL TO PM-RPRT-LIGNE.
003006     WRITE PM-RPRT-LIGNE.
003007 2515-EXIT.
003008     EXIT.
003009 2520-AVOIR-EN-SUSPENS.
003010     ADD 1 TO W-NB-AVOIRS-EXCEDENT.
003011     MOVE 'T' TO SO-TYPE.
003012     MOVE AI-DATE TO SO-DATE.
003013     MOVE AI-COADHF TO SO-COADHF.
003014     MOVE W-EXCEDENT TO SO-MONTANT.
003015     MOVE W-AV-LIBELLE TO SO-LIBELLE.
003016     WRITE SUSP-OUT-LIGNE.
003017     MOVE AI-DATE TO W-DATE-JOUR-CCYYMMDD.
003018     PERFORM 2200-CUMULER-ANCIENNETE THRU 2200-EXIT.
003019 2520-EXIT.
003020     EXIT.
003021*****************************************************************
003022*    2530-IMPUTER-AVOIR-DEVISE - L'AVOIR IMPUTE SUR UN POSTE EN
003023*    DEVISE REDUIT AUSSI SON RESTE DU EN DEVISE, AU TAUX
003024*    D'ORIGINE DU POSTE (POSTE SOLDE : SOLDE AUSSI EN DEVISE).
003025*****************************************************************
003026 2530-IMPUTER-AVOIR-DEVISE.
003027     IF W-PO-STATUT (W-IDX-PO) = 'S'
003028        OR W-PO-TAUX-ORIGINE (W-IDX-PO) = ZERO
003029        MOVE W-PO-TTC-DEVISE (W-IDX-PO)
003030           TO W-PO-REGLE-DEVISE (W-IDX-PO)
003031     ELSE
003032        COMPUTE W-PAYE-DEVISE ROUNDED =
003033           W-MONTANT-IMPUTE / W-PO-TAUX-ORIGINE (W-IDX-PO)
003034        ADD W-PAYE-DEVISE TO W-PO-REGLE-DEVISE (W-IDX-PO)
003035     END-IF.
003036 2530-EXIT.
003037     EXIT.
003038*****************************************************************
003039*    2700-REPRENDRE-ATTENTE - PAIEMENTS EN ATTENTE DES PASSAGES
003040*    PRECEDENTS (PM-ATT) : DECISION 'A', LE PAIEMENT EST APPLIQUE
003041*    COMME UNE LIGNE DU RELEVE ET ENTRE DANS L'HISTORIQUE ;
003042*    DECISION 'R', IL EST ABANDONNE ; SANS DECISION, IL RESTE EN
003043*    ATTENTE (PM-ATT-NV). LE PAIEMENT BANQUE DEJA LU EST MIS DE
003044*    COTE LE TEMPS DE LA REPRISE, COMME EN 2160.
003045*****************************************************************
003046 2700-REPRENDRE-ATTENTE.
003047     OPEN INPUT PM-ATT.
003048     IF NOT PM-ATT-OK
003049        DISPLAY 'HZPM0001 - PM-ATT INDISPONIBLE, AUCUN PAIEMENT '
003050            'EN ATTENTE - STATUT ' W-PM-ATT-STATUS
003051        GO TO 2700-EXIT
003052     END-IF.
003053     MOVE BANQUE-LIGNE TO W-BANQUE-SAUVE.
003054     PERFORM 2710-REPRENDRE-UN-PAIEMENT THRU 2710-EXIT
003055        UNTIL FIN-ATT.
003056     MOVE W-BANQUE-SAUVE TO BANQUE-LIGNE.
003057     CLOSE PM-ATT.
003058 2700-EXIT.
003059     EXIT.
003060 2710-REPRENDRE-UN-PAIEMENT.
003061     READ PM-ATT
003062        AT END
003063           MOVE 'O' TO W-FIN-ATT
003064           GO TO 2710-EXIT
003065     END-READ.
003066     PERFORM 2750-CHERCHER-DECISION THRU 2750-EXIT.
003067     IF NOT DECISION-TROUVEE
003068        ADD 1 TO W-NB-ATTENTE-MAINTENUS
003069        MOVE PM-ATT-LIGNE TO PM-ATT-NV-LIGNE
003070        WRITE PM-ATT-NV-LIGNE
003071        GO TO 2710-EXIT
003072     END-IF.
003073     MOVE 'O' TO W-DC-UTILISEE (W-IDX-DC).
003074     MOVE PA-DATE TO BQ-DATE.
003075     MOVE PA-NUMERO-FACTURE TO BQ-NUMERO-FACTURE.
003076     MOVE PA-COADHF TO BQ-COADHF.
003077     MOVE PA-MONTANT TO BQ-MONTANT.
003078     MOVE PA-LIBELLE TO BQ-LIBELLE.
003079     MOVE ZERO TO W-DOUBLON-DATE W-DOUBLON-FACTURE.
003080     IF W-DC-DECISION (W-IDX-DC) = 'R'
003081        ADD 1 TO W-NB-ATTENTE-REJETES
003082        MOVE 'ATTENTE REJETEE' TO W-LIBELLE-CONTROLE
003083        PERFORM 3070-EDITER-CONTROLE THRU 3070-EXIT
003084        GO TO 2710-EXIT
003085     END-IF.
003086     ADD 1 TO W-NB-ATTENTE-APPLIQUES.
003087     MOVE 'ATTENTE CONFIRMEE, APPLIQUEE' TO W-LIBELLE-CONTROLE.
003088     PERFORM 3070-EDITER-CONTROLE THRU 3070-EXIT.
003089     PERFORM 3050-RAPPROCHER-PAIEMENT THRU 3050-EXIT.
003090     PERFORM 3040-HISTORISER-PAIEMENT THRU 3040-EXIT.
003091 2710-EXIT.
003092     EXIT.
003093 2750-CHERCHER-DECISION.
003094     MOVE 'N' TO W-DECISION-TROUVEE-SW.
003095     IF W-NB-DECISIONS = ZERO
003096        GO TO 2750-EXIT
003097     END-IF.
003098     SET W-IDX-DC TO 1.
003099     SEARCH W-DC-ENTREE
003100        AT END
003101           CONTINUE
003102        WHEN W-IDX-DC > W-NB-DECISIONS
003103           CONTINUE
003104        WHEN W-DC-DATE (W-IDX-DC) = PA-DATE
003105           AND W-DC-FACTURE (W-IDX-DC) = PA-NUMERO-FACTURE
003106           AND W-DC-COADHF (W-IDX-DC) = PA-COADHF
003107           AND W-DC-MONTANT (W-IDX-DC) = PA-MONTANT
003108           AND W-DC-LIBELLE (W-IDX-DC) = PA-LIBELLE
003109           AND W-DC-UTILISEE (W-IDX-DC) = 'N'
003110           MOVE 'O' TO W-DECISION-TROUVEE-SW
003111     END-SEARCH.
003112 2750-EXIT.
003113     EXIT.
003114*****************************************************************
003115*    3000-TRAITER-PAIEMENT - RAPPROCHE LE PAIEMENT COURANT : PAR
003116*    NUMERO DE FACTURE, A DEFAUT PAR ADHERENT + MONTANT EXACT DU
003117*    RESTE DU. NON RAPPROCHE : SUSPENS 'I'. LE CONTROLE DES
003118*    DOUBLONS (3010) PASSE AVANT : REPETITION EXACTE REFUSEE,
003119*    DOUBLON PROBABLE MIS EN ATTENTE, AUCUN DES DEUX N'EST
003120*    APPLIQUE. LE PAIEMENT APPLIQUE ENTRE DANS L'HISTORIQUE.
003121*****************************************************************
003122 3000-TRAITER-PAIEMENT.
003123     ADD 1 TO W-NB-PAIEMENTS.
003124     PERFORM 3010-CONTROLER-DOUBLON THRU 3010-EXIT.
003125     IF PAIEMENT-ACCEPTE
003126        PERFORM 3050-RAPPROCHER-PAIEMENT THRU 3050-EXIT
003127        PERFORM 3040-HISTORISER-PAIEMENT THRU 3040-EXIT
003128     END-IF.
003129     READ BANQUE
003130        AT END MOVE 'O' TO W-FIN-BANQUE.
003131 3000-EXIT.
003132     EXIT.
003133*****************************************************************
003134*    3010-CONTROLER-DOUBLON - COMPARE LE PAIEMENT DU RELEVE A
003135*    L'HISTORIQUE DES PAIEMENTS APPLIQUES. MEMES DATE, FACTURE,
003136*    ADHERENT, MONTANT ET LIBELLE : REPETITION EXACTE, REFUSEE
003137*    ET SIGNALEE (CODE RETOUR 4). MEME ADHERENT ET MEME MONTANT A
003138*    W-FENETRE-DOUBLON JOURS AU PLUS : DOUBLON PROBABLE, MIS EN
003139*    ATTENTE DE CONFIRMATION.
003140*****************************************************************
003141 3010-CONTROLER-DOUBLON.
003142     MOVE 'A' TO W-CONTROLE-DOUBLON.
003143     MOVE ZERO TO W-DOUBLON-DATE W-DOUBLON-FACTURE.
003144     IF W-NB-HIST = ZERO
003145        GO TO 3010-EXIT
003146     END-IF.
003147     MOVE ZERO TO W-QUANTIEME-PAIEMENT.
003148     IF BQ-DATE NUMERIC AND BQ-DATE > ZERO
003149        COMPUTE W-QUANTIEME-PAIEMENT =
003150           FUNCTION INTEGER-OF-DATE (BQ-DATE)
003151     END-IF.
003152     PERFORM 3020-COMPARER-HISTORIQUE THRU 3020-EXIT
003153        VARYING W-IDX-HI FROM 1 BY 1
003154        UNTIL W-IDX-HI > W-NB-HIST OR DOUBLON-EXACT.
003155     IF DOUBLON-EXACT
003156        ADD 1 TO W-NB-DOUBLONS-REFUSES
003157        MOVE 'PAIEMENT EN DOUBLE REFUSE' TO W-LIBELLE-CONTROLE
003158        PERFORM 3070-EDITER-CONTROLE THRU 3070-EXIT
003159        IF RETURN-CODE < 4
003160           MOVE 4 TO RETURN-CODE
003161        END-IF
003162        GO TO 3010-EXIT
003163     END-IF.
003164     IF DOUBLON-PROBABLE
003165        PERFORM 3030-METTRE-EN-ATTENTE THRU 3030-EXIT
003166     END-IF.
003167 3010-EXIT.
003168     EXIT.
003169 3020-COMPARER-HISTORIQUE.
003170     IF W-HI-COADHF (W-IDX-HI) NOT = BQ-COADHF
003171        OR W-HI-MONTANT (W-IDX-HI) NOT = BQ-MONTANT
003172        GO TO 3020-EXIT
003173     END-IF.
003174     IF W-HI-DATE (W-IDX-HI) = BQ-DATE
003175        AND W-HI-FACTURE (W-IDX-HI) = BQ-NUMERO-FACTURE
003176        AND W-HI-LIBELLE (W-IDX-HI) = BQ-LIBELLE
003177        MOVE 'E' TO W-CONTROLE-DOUBLON
003178        MOVE W-HI-DATE (W-IDX-HI) TO W-DOUBLON-DATE
003179        MOVE W-HI-FACTURE (W-IDX-HI) TO W-DOUBLON-FACTURE
003180        GO TO 3020-EXIT
003181     END-IF.
003182     IF DOUBLON-PROBABLE OR BQ-COADHF = SPACES
003183        OR W-QUANTIEME-PAIEMENT = ZERO
003184        OR W-HI-QUANTIEME (W-IDX-HI) = ZERO
003185        GO TO 3020-EXIT
003186     END-IF.
003187     COMPUTE W-ECART-JOURS =
003188        W-QUANTIEME-PAIEMENT - W-HI-QUANTIEME (W-IDX-HI).
003189     IF W-ECART-JOURS < ZERO
003190        COMPUTE W-ECART-JOURS = ZERO - W-ECART-JOURS
003191     END-IF.
003192     IF W-ECART-JOURS NOT > W-FENETRE-DOUBLON
003193        MOVE 'P' TO W-CONTROLE-DOUBLON
003194        MOVE W-HI-DATE (W-IDX-HI) TO W-DOUBLON-DATE
003195        MOVE W-HI-FACTURE (W-IDX-HI) TO W-DOUBLON-FACTURE
003196     END-IF.
003197 3020-EXIT.
003198     EXIT.
003199*****************************************************************
003200*    3030-METTRE-EN-ATTENTE - LE DOUBLON PROBABLE N'EST PAS
003201*    APPLIQUE : IL EST ECRIT SUR PM-ATT-NV AVEC LA DATE ET LA
003202*    FACTURE DU PAIEMENT QU'IL RAPPELLE, POUR CONFIRMATION.
003203*****************************************************************
003204 3030-METTRE-EN-ATTENTE.
003205     ADD 1 TO W-NB-MIS-EN-ATTENTE.
003206     MOVE W-DATE-JOUR-CCYYMMDD TO PN-DATE-ATTENTE.
003207     MOVE BQ-DATE TO PN-DATE.
003208     MOVE BQ-NUMERO-FACTURE TO PN-NUMERO-FACTURE.
003209     MOVE BQ-COADHF TO PN-COADHF.
003210     MOVE BQ-MONTANT TO PN-MONTANT.
003211     MOVE BQ-LIBELLE TO PN-LIBELLE.
003212     MOVE W-DOUBLON-DATE TO PN-HI-DATE.
003213     MOVE W-DOUBLON-FACTURE TO PN-HI-NUMERO-FACTURE.
003214     WRITE PM-ATT-NV-LIGNE.
003215     MOVE 'DOUBLON PROBABLE MIS EN ATTENTE' TO W-LIBELLE-CONTROLE.
003216     PERFORM 3070-EDITER-CONTROLE THRU 3070-EXIT.
003217 3030-EXIT.
003218     EXIT.
003219*****************************************************************
003220*    3040-HISTORISER-PAIEMENT - LE PAIEMENT APPLIQUE (ZONES BQ-)
003221*    ENTRE DANS L'HISTORIQUE : UNE REPETITION PLUS LOIN DANS LE
003222*    RELEVE EST DETECTEE DES CE PASSAGE.
003223*****************************************************************
003224 3040-HISTORISER-PAIEMENT.
003225     IF W-NB-HIST NOT < 5000
003226        DISPLAY 'HZPM0001 - TABLE HISTORIQUE PLEINE (5000) - '
003227            'CONTROLE DES DOUBLONS PARTIEL'
003228        MOVE 8 TO RETURN-CODE
003229        GO TO 3040-EXIT
003230     END-IF.
003231     ADD 1 TO W-NB-HIST.
003232     MOVE BQ-DATE TO W-HI-DATE (W-NB-HIST).
003233     MOVE BQ-NUMERO-FACTURE TO W-HI-FACTURE (W-NB-HIST).
003234     MOVE BQ-COADHF TO W-HI-COADHF (W-NB-HIST).
003235     MOVE BQ-MONTANT TO W-HI-MONTANT (W-NB-HIST).
003236     MOVE BQ-LIBELLE TO W-HI-LIBELLE (W-NB-HIST).
003237     MOVE W-DATE-JOUR-CCYYMMDD TO W-HI-DATE-APPLI (W-NB-HIST).
003238     MOVE ZERO TO W-HI-QUANTIEME (W-NB-HIST).
003239     IF BQ-DATE NUMERIC AND BQ-DATE > ZERO
003240        COMPUTE W-HI-QUANTIEME (W-NB-HIST) =
003241           FUNCTION INTEGER-OF-DATE (BQ-DATE)
003242     END-IF.
003243 3040-EXIT.
003244     EXIT.
003245*****************************************************************
003246*    3050-RAPPROCHER-PAIEMENT - RAPPROCHEMENT DU PAIEMENT PORTE
003247*    PAR LES ZONES BQ- (LIGNE DU RELEVE OU SUSPENS AFFECTE).
003248*****************************************************************
003249 3050-RAPPROCHER-PAIEMENT.
003250     MOVE 'N' TO W-POSTE-TROUVE-SW.
003251     IF BQ-NUMERO-FACTURE NUMERIC AND BQ-NUMERO-FACTURE > ZERO
003252        PERFORM 3100-CHERCHER-PAR-NUMERO THRU 3100-EXIT
003253     END-IF.
003254     IF NOT POSTE-TROUVE
003255        PERFORM 3200-CHERCHER-PAR-ADHERENT THRU 3200-EXIT
003256     END-IF.
003257     IF POSTE-TROUVE
003258        IF W-PO-STATUT (W-IDX-PO) = 'I'
003259           PERFORM 4200-RECOUVRER-PERTE THRU 4200-EXIT
003260        ELSE
003261           PERFORM 4000-IMPUTER-PAIEMENT THRU 4000-EXIT
003262        END-IF
003263     ELSE
003264        ADD 1 TO W-NB-INCONNUS
003265        MOVE 'I' TO SO-TYPE
003266        MOVE BQ-MONTANT TO SO-MONTANT
003267        PERFORM 5000-METTRE-EN-SUSPENS THRU 5000-EXIT
003268     END-IF.
003269 3050-EXIT.
003270     EXIT.
003271*****************************************************************
003272*    3070-EDITER-CONTROLE - LIGNE PM-RPRT DU CONTROLE DES
003273*    DOUBLONS : MOTIF (W-LIBELLE-CONTROLE) ET PAIEMENT (ZONES
003274*    BQ-), SUIVIE DU PAIEMENT DEJA APPLIQUE QU'IL RAPPELLE.
003275*****************************************************************
003276 3070-EDITER-CONTROLE.
003277     MOVE BQ-MONTANT TO W-MT-EDIT.
003278     MOVE SPACES TO W-LIGNE-TRAVAIL.
003279     STRING W-LIBELLE-CONTROLE DELIMITED BY '  '
003280         ' : ' DELIMITED BY SIZE
003281         BQ-DATE DELIMITED BY SIZE
003282         ' FACTURE ' DELIMITED BY SIZE
003283         BQ-NUMERO-FACTURE DELIMITED BY SIZE
003284         ' ' DELIMITED BY SIZE
003285         BQ-COADHF DELIMITED BY SIZE
003286         ' ' DELIMITED BY SIZE
003287         W-MT-EDIT DELIMITED BY SIZE
003288         ' ' DELIMITED BY SIZE
003289         BQ-LIBELLE DELIMITED BY SIZE
003290         INTO W-LIGNE-TRAVAIL
003291     END-STRING.
003292     MOVE W-LIGNE-TRAVAIL TO PM-RPRT-LIGNE.
003293     WRITE PM-RPRT-LIGNE.
003294     IF W-DOUBLON-DATE = ZERO
003295        GO TO 3070-EXIT
003296     END-IF.
003297     MOVE SPACES TO W-LIGNE-TRAVAIL.
003298     STRING '   DEJA APPLIQUE : PAIEMENT DU ' DELIMITED BY SIZE
003299         W-DOUBLON-DATE DELIMITED BY SIZE
003300         ' FACTURE ' DELIMITED BY SIZE
003301         W-DOUBLON-FACTURE DELIMITED BY SIZE
003302         INTO W-LIGNE-TRAVAIL
003303     END-STRING.
003304     MOVE W-LIGNE-TRAVAIL TO PM-RPRT-LIGNE.
003305     WRITE PM-RPRT-LIGNE.
003306 3070-EXIT.
003307     EXIT.
003308 3100-CHERCHER-PAR-NUMERO.
003309     MOVE BQ-NUMERO-FACTURE TO W-NUMERO-CHERCHE.
003310     PERFORM 1520-CHARGER-POSTE THRU 1520-EXIT.
003311     IF POSTE-TROUVE
003312        IF W-PO-STATUT (W-IDX-PO) = 'S'
003313           MOVE 'N' TO W-POSTE-TROUVE-SW
003314        END-IF
003315     END-IF.
003320 3100-EXIT.
003330     EXIT.
003331*****************************************************************
003332*    3200-CHERCHER-PAR-ADHERENT - PARCOURS DES POSTES DE
003333*    L'ADHERENT PAR LA CLE ADHERENT DE OUV-MAST ; UN POSTE DEJA
003334*    EN TABLE EST JUGE SUR SA VERSION EN TABLE.
003335*****************************************************************
003340 3200-CHERCHER-PAR-ADHERENT.
003350     IF BQ-COADHF = SPACES OR NOT OUV-MAST-OUVERT
003360        GO TO 3200-EXIT
003370     END-IF.
003372     MOVE 'N' TO W-FIN-OUV.
003374     MOVE BQ-COADHF TO OV-COADHF.
003376     START OUV-MAST KEY IS EQUAL TO OV-COADHF
003378        INVALID KEY MOVE 'O' TO W-FIN-OUV
003380     END-START.
003382     PERFORM 3210-EXAMINER-POSTE THRU 3210-EXIT
003384        UNTIL FIN-OUV OR POSTE-TROUVE.
003386 3200-EXIT.
003388     EXIT.
003390 3210-EXAMINER-POSTE.
003392     READ OUV-MAST NEXT RECORD
003400        AT END
003404           MOVE 'O' TO W-FIN-OUV
003408           GO TO 3210-EXIT
003412     END-READ.
003416     IF OV-COADHF NOT = BQ-COADHF
003420        MOVE 'O' TO W-FIN-OUV
003424        GO TO 3210-EXIT
003428     END-IF.
003432     MOVE OV-NUMERO-FACTURE TO W-NUMERO-CHERCHE.
003436     PERFORM 1525-CHERCHER-EN-TABLE THRU 1525-EXIT.
003440     IF POSTE-TROUVE
003444        IF W-PO-STATUT (W-IDX-PO) = 'S'
003448           OR W-PO-STATUT (W-IDX-PO) = 'I'
003452           OR W-PO-TTC (W-IDX-PO) - W-PO-REGLE (W-IDX-PO)
003456              NOT = BQ-MONTANT
003460           MOVE 'N' TO W-POSTE-TROUVE-SW
003464        END-IF
003468        GO TO 3210-EXIT
003472     END-IF.
003476     IF OV-STATUT NOT = 'S'
003480        AND OV-STATUT NOT = 'I'
003484        AND OV-MONTANT-TTC - OV-MONTANT-REGLE = BQ-MONTANT
003488        PERFORM 1510-EMPILER-POSTE THRU 1510-EXIT
003492     END-IF.
003496 3210-EXIT.
003510     EXIT.
003520*****************************************************************
003530*    4000-IMPUTER-PAIEMENT - IMPUTE LE PAIEMENT SUR LE POSTE
003560*    EXCEDENT EN SUSPENS 'T').
003570*****************************************************************
003580 4000-IMPUTER-PAIEMENT.
003582     IF W-PO-DEVISE (W-IDX-PO) NOT = SPACES
003584        PERFORM 4100-IMPUTER-PAIEMENT-DEVISE THRU 4100-EXIT
003586        GO TO 4000-EXIT
003588     END-IF.
003590     COMPUTE W-RESTE-DU =
003600        W-PO-TTC (W-IDX-PO) - W-PO-REGLE (W-IDX-PO).
003610     EVALUATE TRUE
003670           ADD BQ-MONTANT TO W-PO-REGLE (W-IDX-PO)
003680           MOVE 'P' TO W-PO-STATUT (W-IDX-PO)
003690           ADD 1 TO W-NB-PARTIELS
003691           MOVE 'P' TO SO-TYPE
003692           MOVE BQ-MONTANT TO SO-MONTANT
003693           PERFORM 5000-METTRE-EN-SUSPENS THRU 5000-EXIT
003694        WHEN OTHER
003695           COMPUTE W-EXCEDENT = BQ-MONTANT - W-RESTE-DU
003696           MOVE W-PO-TTC (W-IDX-PO) TO W-PO-REGLE (W-IDX-PO)
003697           MOVE 'S' TO W-PO-STATUT (W-IDX-PO)
003698           ADD 1 TO W-NB-SOLDES
003699           ADD 1 TO W-NB-TROP-PERCUS
003700           MOVE 'T' TO SO-TYPE
003701           MOVE W-EXCEDENT TO SO-MONTANT
003702           PERFORM 5000-METTRE-EN-SUSPENS THRU 5000-EXIT
003703     END-EVALUATE.
003704 4000-EXIT.
003705     EXIT.
003706*****************************************************************
003707*    4100-IMPUTER-PAIEMENT-DEVISE - PAIEMENT SUR UN POSTE EN
003708*    DEVISE : L'ENCAISSEMENT EST RAMENE EN DEVISE AU TAUX DU
003709*    JOUR. PAIEMENT PARTIEL : LE POSTE EST DIMINUE DE LA PART EN
003710*    DEVISE VALORISEE AU TAUX D'ORIGINE (SUSPENS 'P' COMME EN
003711*    4000). PAIEMENT COMPLET : POSTE SOLDE, L'EXCEDENT EVENTUEL
003712*    AU TAUX DU JOUR PART EN TROP-PERCU 'T'. L'ECART ENTRE LA
003713*    VALEUR ENCAISSEE ET LA VALEUR IMPUTEE EST LE CHANGE REALISE.
003714*****************************************************************
003715 4100-IMPUTER-PAIEMENT-DEVISE.
003716     PERFORM 4150-RECHERCHER-TAUX THRU 4150-EXIT.
003717     COMPUTE W-PAYE-DEVISE ROUNDED =
003718        BQ-MONTANT / W-TAUX-DEVISE.
003719     COMPUTE W-RESTE-DEVISE =
003720        W-PO-TTC-DEVISE (W-IDX-PO) - W-PO-REGLE-DEVISE (W-IDX-PO).
003721     COMPUTE W-RESTE-DU =
003722        W-PO-TTC (W-IDX-PO) - W-PO-REGLE (W-IDX-PO).
003723     IF W-PAYE-DEVISE + 0,01 < W-RESTE-DEVISE
003724        COMPUTE W-MONTANT-IMPUTE ROUNDED =
003725           W-PAYE-DEVISE * W-PO-TAUX-ORIGINE (W-IDX-PO)
003726        ADD W-PAYE-DEVISE TO W-PO-REGLE-DEVISE (W-IDX-PO)
003727        ADD W-MONTANT-IMPUTE TO W-PO-REGLE (W-IDX-PO)
003728        MOVE 'P' TO W-PO-STATUT (W-IDX-PO)
003729        ADD 1 TO W-NB-PARTIELS
003730        MOVE BQ-MONTANT TO W-VALEUR-PAIEMENT
003731        MOVE 'P' TO SO-TYPE
003732        MOVE BQ-MONTANT TO SO-MONTANT
003733        PERFORM 5000-METTRE-EN-SUSPENS THRU 5000-EXIT
003734     ELSE
003735        MOVE W-RESTE-DU TO W-MONTANT-IMPUTE
003736        MOVE W-PO-TTC (W-IDX-PO) TO W-PO-REGLE (W-IDX-PO)
003737        MOVE W-PO-TTC-DEVISE (W-IDX-PO)
003738           TO W-PO-REGLE-DEVISE (W-IDX-PO)
003739        MOVE 'S' TO W-PO-STATUT (W-IDX-PO)
003740        ADD 1 TO W-NB-SOLDES
003741        IF W-PAYE-DEVISE > W-RESTE-DEVISE
003742           COMPUTE W-VALEUR-PAIEMENT ROUNDED =
003743              W-RESTE-DEVISE * W-TAUX-DEVISE
003744        ELSE
003745           MOVE BQ-MONTANT TO W-VALEUR-PAIEMENT
003746        END-IF
003747        COMPUTE W-EXCEDENT = BQ-MONTANT - W-VALEUR-PAIEMENT
003748        IF W-EXCEDENT > ZERO
003749           ADD 1 TO W-NB-TROP-PERCUS
003750           MOVE 'T' TO SO-TYPE
003751           MOVE W-EXCEDENT TO SO-MONTANT
003752           PERFORM 5000-METTRE-EN-SUSPENS THRU 5000-EXIT
003753        END-IF
003754     END-IF.
003755     COMPUTE W-ECART-CHANGE =
003756        W-VALEUR-PAIEMENT - W-MONTANT-IMPUTE.
003757     IF W-ECART-CHANGE = ZERO
003758        GO TO 4100-EXIT
003759     END-IF.
003760     ADD 1 TO W-NB-ECARTS-CHANGE.
003761     IF W-ECART-CHANGE > ZERO
003762        ADD W-ECART-CHANGE TO W-TOTAL-GAIN-CHANGE
003763     ELSE
003764        SUBTRACT W-ECART-CHANGE FROM W-TOTAL-PERTE-CHANGE
003765     END-IF.
003766     MOVE W-TAUX-DEVISE TO W-TAUX-EDIT.
003767     MOVE W-VALEUR-PAIEMENT TO W-MT-EDIT.
003768     MOVE W-ECART-CHANGE TO W-MT-EDIT-2.
003769     MOVE SPACES TO W-LIGNE-TRAVAIL.
003770     STRING 'CHANGE REALISE FACTURE ' DELIMITED BY SIZE
003771         W-PO-NUMERO (W-IDX-PO) DELIMITED BY SIZE
003772         ' ' DELIMITED BY SIZE
003773         W-PO-DEVISE (W-IDX-PO) DELIMITED BY SIZE
003774         ' TAUX ' DELIMITED BY SIZE
003775         W-TAUX-EDIT DELIMITED BY SIZE
003776         ' ENCAISSE ' DELIMITED BY SIZE
003777         W-MT-EDIT DELIMITED BY SIZE
003778         ' ECART ' DELIMITED BY SIZE
003779         W-MT-EDIT-2 DELIMITED BY SIZE
003780         INTO W-LIGNE-TRAVAIL
003781     END-STRING.
003782     MOVE W-LIGNE-TRAVAIL TO PM-RPRT-LIGNE.
003783     WRITE PM-RPRT-LIGNE.
003784 4100-EXIT.
003785     EXIT.
003786*****************************************************************
003787*    4150-RECHERCHER-TAUX - TAUX DU JOUR DE LA DEVISE DU POSTE ;
003788*    A DEFAUT LE TAUX D'ORIGINE (AUCUN ECART, SIGNALE).
003789*****************************************************************
003790 4150-RECHERCHER-TAUX.
003791     MOVE W-PO-TAUX-ORIGINE (W-IDX-PO) TO W-TAUX-DEVISE.
003792     IF W-NB-DEVISES > ZERO
003793        SET W-IDX-DV TO 1
003794        SEARCH W-DV-ENTREE
003795           AT END
003796              CONTINUE
003797           WHEN W-IDX-DV > W-NB-DEVISES
003798              CONTINUE
003799           WHEN W-DV-DEVISE (W-IDX-DV) = W-PO-DEVISE (W-IDX-PO)
003800              MOVE W-DV-TAUX (W-IDX-DV) TO W-TAUX-DEVISE
003801              GO TO 4150-EXIT
003802        END-SEARCH
003803     END-IF.
003804     DISPLAY 'HZPM0001 - TAUX DU JOUR ABSENT POUR LA DEVISE '
003805         W-PO-DEVISE (W-IDX-PO) ' - FACTURE '
003806         W-PO-NUMERO (W-IDX-PO) ' AU TAUX D''ORIGINE'.
003807     IF RETURN-CODE < 4
003808        MOVE 4 TO RETURN-CODE
003809     END-IF.
003810 4150-EXIT.
003811     EXIT.
003812*****************************************************************
003813*    4200-RECOUVRER-PERTE - PAIEMENT SUR UN POSTE PASSE EN PERTE
003814*    (RAPPROCHE PAR NUMERO SEULEMENT) : LE RECOUVREMENT EST
003815*    IMPUTE DANS LA LIMITE DU RESTE DU, LE POSTE RESTE 'I' ET LE
003816*    MONTANT EST CUMULE POUR L'ECRITURE 'RECUP'. L'EXCEDENT EST
003817*    UN TROP-PERCU 'T'.
003818*****************************************************************
003819 4200-RECOUVRER-PERTE.
003820     COMPUTE W-RESTE-DU =
003821        W-PO-TTC (W-IDX-PO) - W-PO-REGLE (W-IDX-PO).
003822     IF W-RESTE-DU < ZERO
003823        MOVE ZERO TO W-RESTE-DU
003824     END-IF.
003825     IF BQ-MONTANT > W-RESTE-DU
003826        COMPUTE W-EXCEDENT = BQ-MONTANT - W-RESTE-DU
003827        MOVE W-RESTE-DU TO W-MONTANT-IMPUTE
003828     ELSE
003829        MOVE ZERO TO W-EXCEDENT
003830        MOVE BQ-MONTANT TO W-MONTANT-IMPUTE
003831     END-IF.
003832     IF W-MONTANT-IMPUTE > ZERO
003833        ADD W-MONTANT-IMPUTE TO W-PO-REGLE (W-IDX-PO)
003834        ADD W-MONTANT-IMPUTE TO W-TOTAL-RECOUVRE
003835        ADD 1 TO W-NB-RECOUVREMENTS
003836     END-IF.
003837     IF W-EXCEDENT > ZERO
003838        ADD 1 TO W-NB-TROP-PERCUS
003839        MOVE 'T' TO SO-TYPE
003840        MOVE W-EXCEDENT TO SO-MONTANT
003841        PERFORM 5000-METTRE-EN-SUSPENS THRU 5000-EXIT
003842     END-IF.
003843 4200-EXIT.
003844     EXIT.
003850 5000-METTRE-EN-SUSPENS.
003860     MOVE BQ-DATE TO SO-DATE.
003870     MOVE BQ-COADHF TO SO-COADHF.
003920 5000-EXIT.
003930     EXIT.
003940 7000-REECRIRE-POSTES.
003950     IF W-NB-POSTES > ZERO AND OUV-MAST-OUVERT
003960        PERFORM 7100-REECRIRE-UN-POSTE THRU 7100-EXIT
003970           VARYING W-IDX-EDIT FROM 1 BY 1
003980           UNTIL W-IDX-EDIT > W-NB-POSTES
004070     MOVE W-PO-TTC (W-IDX-EDIT) TO OV-MONTANT-TTC.
004080     MOVE W-PO-REGLE (W-IDX-EDIT) TO OV-MONTANT-REGLE.
004090     MOVE W-PO-STATUT (W-IDX-EDIT) TO OV-STATUT.
004092     REWRITE OUV-MAST-ENREG.
004094     IF W-PO-DEVISE (W-IDX-EDIT) NOT = SPACES
004096        MOVE W-PO-NUMERO (W-IDX-EDIT) TO DO-NUMERO-FACTURE
004098        MOVE W-PO-COADHF (W-IDX-EDIT) TO DO-COADHF
004100        MOVE W-PO-DEVISE (W-IDX-EDIT) TO DO-DEVISE
004102        MOVE W-PO-TTC-DEVISE (W-IDX-EDIT) TO DO-MONTANT-DEVISE
004104        MOVE W-PO-REGLE-DEVISE (W-IDX-EDIT) TO DO-REGLE-DEVISE
004106        MOVE W-PO-TAUX-ORIGINE (W-IDX-EDIT) TO DO-TAUX-ORIGINE
004108        MOVE OUV-DEV-LIGNE TO OUV-DEV-NV-LIGNE
004110        WRITE OUV-DEV-NV-LIGNE
004112     END-IF.
004120 7100-EXIT.
004130     EXIT.
004140 7500-EDITER-ANCIENNETE.
004500     WRITE PM-RPRT-LIGNE.
004510 7500-EXIT.
004520     EXIT.
004530*****************************************************************
004540*    7600-REECRIRE-HISTORIQUE - HISTORIQUE CONSERVE ET PAIEMENTS
004550*    APPLIQUES DANS LE PASSAGE, SUR PM-HIST-NV.
004560*****************************************************************
004570 7600-REECRIRE-HISTORIQUE.
004580     OPEN OUTPUT PM-HIST-NV.
004590     PERFORM 7610-REECRIRE-UN-PAIEMENT THRU 7610-EXIT
004600        VARYING W-IDX-EDIT FROM 1 BY 1
004610        UNTIL W-IDX-EDIT > W-NB-HIST.
004620     CLOSE PM-HIST-NV.
004630 7600-EXIT.
004640     EXIT.
004650 7610-REECRIRE-UN-PAIEMENT.
004660     MOVE W-HI-DATE (W-IDX-EDIT) TO PH-DATE.
004670     MOVE W-HI-FACTURE (W-IDX-EDIT) TO PH-NUMERO-FACTURE.
004680     MOVE W-HI-COADHF (W-IDX-EDIT) TO PH-COADHF.
004690     MOVE W-HI-MONTANT (W-IDX-EDIT) TO PH-MONTANT.
004700     MOVE W-HI-LIBELLE (W-IDX-EDIT) TO PH-LIBELLE.
004710     MOVE W-HI-DATE-APPLI (W-IDX-EDIT) TO PH-DATE-APPLICATION.
004720     MOVE PM-HIST-LIGNE TO PM-HIST-NV-LIGNE.
004730     WRITE PM-HIST-NV-LIGNE.
004740 7610-EXIT.
004750     EXIT.
004760*****************************************************************
004770*    7700-OUVRIR-GL-POST - GL-POST N'EST OUVERT QU'A LA PREMIERE
004780*    ECRITURE (RECOUVREMENTS, CHANGE REALISE) ET FERME EN 8000.
004790*****************************************************************
004800 7700-OUVRIR-GL-POST.
004810     IF NOT GL-POST-OUVERT
004820        OPEN OUTPUT GL-POST
004830        MOVE 'O' TO W-GL-POST-OUVERT
004840     END-IF.
004850 7700-EXIT.
004860     EXIT.
004870*****************************************************************
004880*    7800-ECRIRE-RECOUVREMENTS - UNE ECRITURE EQUILIBREE POUR LE
004890*    TOTAL RECOUVRE : CLIENT AU DEBIT (LA PERTE L'AVAIT SOLDE),
004900*    PRODUIT DE RECOUVREMENT AU CREDIT.
004910*****************************************************************
004920 7800-ECRIRE-RECOUVREMENTS.
004930     IF W-TOTAL-RECOUVRE = ZERO
004940        GO TO 7800-EXIT
004950     END-IF.
004960     IF W-COMPTE-RECUP-DEBIT = SPACES
004970        OR W-COMPTE-RECUP-CREDIT = SPACES
004980        MOVE W-TOTAL-RECOUVRE TO W-MT-EDIT
004990        DISPLAY 'HZPM0001 - ENTREE RECUP ABSENTE DU PLAN CPT-MAP'
005000            ' - RECOUVREMENTS NON COMPTABILISES : ' W-MT-EDIT
005010        MOVE 4 TO RETURN-CODE
005020        GO TO 7800-EXIT
005030     END-IF.
005040     PERFORM 7700-OUVRIR-GL-POST THRU 7700-EXIT.
005050     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
005060     MOVE W-DATE-JOUR-CCYYMMDD TO GP-DATE.
005070     MOVE W-COMPTE-RECUP-DEBIT TO GP-COMPTE.
005080     MOVE 'D' TO GP-SENS.
005090     MOVE W-TOTAL-RECOUVRE TO GP-MONTANT.
005100     MOVE 'RECOUVREMENTS CREANCES PERTE' TO GP-LIBELLE.
005110     WRITE GL-POST-LIGNE.
005120     MOVE W-COMPTE-RECUP-CREDIT TO GP-COMPTE.
005130     MOVE 'C' TO GP-SENS.
005140     WRITE GL-POST-LIGNE.
005150 7800-EXIT.
005160     EXIT.
005170*****************************************************************
005180*    7850-ECRIRE-ECARTS-CHANGE - CHANGE REALISE DU PASSAGE : GAIN
005190*    (CLIENT AU DEBIT, GAIN DE CHANGE AU CREDIT) ET PERTE (PERTE
005200*    DE CHANGE AU DEBIT, CLIENT AU CREDIT), UNE ECRITURE PAR SENS.
005210*****************************************************************
005220 7850-ECRIRE-ECARTS-CHANGE.
005230     IF W-TOTAL-GAIN-CHANGE = ZERO AND W-TOTAL-PERTE-CHANGE = ZERO
005240        GO TO 7850-EXIT
005250     END-IF.
005260     IF W-COMPTE-PERTE-CHANGE = SPACES
005270        OR W-COMPTE-GAIN-CHANGE = SPACES
005280        OR W-COMPTE-CLIENT = SPACES
005290        MOVE W-TOTAL-GAIN-CHANGE TO W-MT-EDIT
005300        MOVE W-TOTAL-PERTE-CHANGE TO W-MT-EDIT-2
005310        DISPLAY 'HZPM0001 - ENTREE CHANG OU FACT ABSENTE DU PLAN '
005320            'CPT-MAP - CHANGE REALISE NON COMPTABILISE : GAIN '
005330            W-MT-EDIT ' PERTE ' W-MT-EDIT-2
005340        IF RETURN-CODE < 4
005350           MOVE 4 TO RETURN-CODE
005360        END-IF
005370        GO TO 7850-EXIT
005380     END-IF.
005390     PERFORM 7700-OUVRIR-GL-POST THRU 7700-EXIT.
005400     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
005410     MOVE W-DATE-JOUR-CCYYMMDD TO GP-DATE.
005420     IF W-TOTAL-GAIN-CHANGE > ZERO
005430        MOVE W-COMPTE-CLIENT TO GP-COMPTE
005440        MOVE 'D' TO GP-SENS
005450        MOVE W-TOTAL-GAIN-CHANGE TO GP-MONTANT
005460        MOVE 'GAIN DE CHANGE REALISE' TO GP-LIBELLE
005470        WRITE GL-POST-LIGNE
005480        MOVE W-COMPTE-GAIN-CHANGE TO GP-COMPTE
005490        MOVE 'C' TO GP-SENS
005500        WRITE GL-POST-LIGNE
005510     END-IF.
005520     IF W-TOTAL-PERTE-CHANGE > ZERO
005530        MOVE W-COMPTE-PERTE-CHANGE TO GP-COMPTE
005540        MOVE 'D' TO GP-SENS
005550        MOVE W-TOTAL-PERTE-CHANGE TO GP-MONTANT
005560        MOVE 'PERTE DE CHANGE REALISEE' TO GP-LIBELLE
005570        WRITE GL-POST-LIGNE
005580        MOVE W-COMPTE-CLIENT TO GP-COMPTE
005590        MOVE 'C' TO GP-SENS
005600        WRITE GL-POST-LIGNE
005610     END-IF.
005620 7850-EXIT.
005630     EXIT.
005640*****************************************************************
005650*    7900-SIGNALER-AFFECTATIONS - AFFECTATION QUI NE RETROUVE
005660*    PLUS SON SUSPENS 'I' (DEJA RAPPROCHE, DOUBLE SAISIE) :
005670*    SIGNALEE POUR LE BACK-OFFICE, CODE RETOUR 4, ET RECOPIEE
005680*    SUR SUSP-AFF-NV JUSQU'A CORRECTION. LES AFFECTATIONS
005690*    APPLIQUEES NE SONT PAS RECOPIEES.
005700*****************************************************************
005710 7900-SIGNALER-AFFECTATIONS.
005720     IF W-NB-AFFECT = ZERO
005730        GO TO 7900-EXIT
005740     END-IF.
005750     PERFORM 7910-SIGNALER-UNE-AFFECTATION THRU 7910-EXIT
005760        VARYING W-IDX-EDIT FROM 1 BY 1
005770        UNTIL W-IDX-EDIT > W-NB-AFFECT.
005780 7900-EXIT.
005790     EXIT.
005800 7910-SIGNALER-UNE-AFFECTATION.
005810     IF W-AF-APPLIQUEE (W-IDX-EDIT) = 'O'
005820        GO TO 7910-EXIT
005830     END-IF.
005840     ADD 1 TO W-NB-AFFECT-ORPHELINES.
005850     MOVE W-AF-IMAGE (W-IDX-EDIT) TO SUSP-AFF-NV-LIGNE.
005860     WRITE SUSP-AFF-NV-LIGNE.
005870     MOVE W-AF-SU-MONTANT (W-IDX-EDIT) TO W-MT-EDIT.
005880     DISPLAY 'HZPM0001 - AFFECTATION SANS SUSPENS ''I'' : '
005890         W-AF-SU-DATE (W-IDX-EDIT) ' '
005900         W-AF-SU-COADHF (W-IDX-EDIT) ' ' W-MT-EDIT
005910         ' VERS ' W-AF-COADHF (W-IDX-EDIT) ' '
005920         W-AF-FACTURE (W-IDX-EDIT) ' PAR '
005930         W-AF-USER-ID (W-IDX-EDIT).
005940     MOVE 4 TO RETURN-CODE.
005950 7910-EXIT.
005960     EXIT.
005970*****************************************************************
005980*    7950-SIGNALER-DECISIONS - DECISION QUI NE RETROUVE AUCUN
005990*    PAIEMENT EN ATTENTE (DEJA TRAITE, LIGNE MAL RECOPIEE) :
006000*    SIGNALEE POUR LE BACK-OFFICE, CODE RETOUR 4.
006010*****************************************************************
006020 7950-SIGNALER-DECISIONS.
006030     IF W-NB-DECISIONS = ZERO
006040        GO TO 7950-EXIT
006050     END-IF.
006060     PERFORM 7960-SIGNALER-UNE-DECISION THRU 7960-EXIT
006070        VARYING W-IDX-EDIT FROM 1 BY 1
006080        UNTIL W-IDX-EDIT > W-NB-DECISIONS.
006090 7950-EXIT.
006100     EXIT.
006110 7960-SIGNALER-UNE-DECISION.
006120     IF W-DC-UTILISEE (W-IDX-EDIT) = 'O'
006130        GO TO 7960-EXIT
006140     END-IF.
006150     ADD 1 TO W-NB-DECISIONS-ORPHELINES.
006160     MOVE W-DC-MONTANT (W-IDX-EDIT) TO W-MT-EDIT.
006170     DISPLAY 'HZPM0001 - DECISION ''' W-DC-DECISION (W-IDX-EDIT)
006180         ''' SANS PAIEMENT EN ATTENTE : '
006190         W-DC-DATE (W-IDX-EDIT) ' '
006200         W-DC-FACTURE (W-IDX-EDIT) ' '
006210         W-DC-COADHF (W-IDX-EDIT) ' ' W-MT-EDIT.
006220     IF RETURN-CODE < 4
006230        MOVE 4 TO RETURN-CODE
006240     END-IF.
006250 7960-EXIT.
006260     EXIT.
006270 8000-TERMINE.
006280     IF BANQUE-OK OR BANQUE-FIN
006290        CLOSE BANQUE
006300     END-IF.
006310     CLOSE SUSP-OUT PM-RPRT OUV-DEV-NV PM-ATT-NV.
006320     CLOSE SUSP-AFF-NV.
006330     IF OUV-MAST-OUVERT
006340        CLOSE OUV-MAST
006350     END-IF.
006360     IF GL-POST-OUVERT
006370        CLOSE GL-POST
006380     END-IF.
006390     MOVE W-NB-PAIEMENTS TO W-NB-EDIT.
006400     DISPLAY 'HZPM0001 - PAIEMENTS LUS      : ' W-NB-EDIT.
006410     MOVE W-NB-SOLDES TO W-NB-EDIT.
006420     DISPLAY 'HZPM0001 - POSTES SOLDES      : ' W-NB-EDIT.
006430     MOVE W-NB-PARTIELS TO W-NB-EDIT.
006440     DISPLAY 'HZPM0001 - PAIEMENTS PARTIELS : ' W-NB-EDIT.
006450     MOVE W-NB-TROP-PERCUS TO W-NB-EDIT.
006460     DISPLAY 'HZPM0001 - TROP-PERCUS        : ' W-NB-EDIT.
006470     MOVE W-NB-INCONNUS TO W-NB-EDIT.
006480     DISPLAY 'HZPM0001 - NON IDENTIFIES     : ' W-NB-EDIT.
006490     MOVE W-NB-AVOIRS TO W-NB-EDIT.
006500     DISPLAY 'HZPM0001 - AVOIRS IMPUTES     : ' W-NB-EDIT.
006510     MOVE W-NB-AVOIRS-EXCEDENT TO W-NB-EDIT.
006520     DISPLAY 'HZPM0001 - AVOIRS EN SUSPENS  : ' W-NB-EDIT.
006530     MOVE W-NB-AVOIRS-DISCORDANTS TO W-NB-EDIT.
006540     DISPLAY 'HZPM0001 - AVOIRS AUTRE ADH.  : ' W-NB-EDIT.
006550     MOVE W-NB-RECOUVREMENTS TO W-NB-EDIT.
006560     DISPLAY 'HZPM0001 - RECOUVREMENTS      : ' W-NB-EDIT.
006570     MOVE W-NB-AFFECT-APPLIQUEES TO W-NB-EDIT.
006580     DISPLAY 'HZPM0001 - AFFECTATIONS APPL. : ' W-NB-EDIT.
006590     MOVE W-NB-AFFECT-ORPHELINES TO W-NB-EDIT.
006600     DISPLAY 'HZPM0001 - AFFECT. SANS SUSP. : ' W-NB-EDIT.
006610     MOVE W-NB-POSTES-DEVISE TO W-NB-EDIT.
006620     DISPLAY 'HZPM0001 - POSTES EN DEVISE   : ' W-NB-EDIT.
006630     MOVE W-NB-DEVISE-ORPHELINS TO W-NB-EDIT.
006640     DISPLAY 'HZPM0001 - DEVISE SANS POSTE  : ' W-NB-EDIT.
006650     MOVE W-NB-ECARTS-CHANGE TO W-NB-EDIT.
006660     DISPLAY 'HZPM0001 - ECARTS DE CHANGE   : ' W-NB-EDIT.
006670     MOVE W-TOTAL-GAIN-CHANGE TO W-MT-EDIT.
006680     DISPLAY 'HZPM0001 - GAIN DE CHANGE     : ' W-MT-EDIT.
006690     MOVE W-TOTAL-PERTE-CHANGE TO W-MT-EDIT.
006700     DISPLAY 'HZPM0001 - PERTE DE CHANGE    : ' W-MT-EDIT.
006710     MOVE W-NB-DOUBLONS-REFUSES TO W-NB-EDIT.
006720     DISPLAY 'HZPM0001 - DOUBLONS REFUSES   : ' W-NB-EDIT.
006730     MOVE W-NB-MIS-EN-ATTENTE TO W-NB-EDIT.
006740     DISPLAY 'HZPM0001 - MIS EN ATTENTE     : ' W-NB-EDIT.
006750     MOVE W-NB-ATTENTE-APPLIQUES TO W-NB-EDIT.
006760     DISPLAY 'HZPM0001 - ATTENTES APPLIQUEES: ' W-NB-EDIT.
006770     MOVE W-NB-ATTENTE-REJETES TO W-NB-EDIT.
006780     DISPLAY 'HZPM0001 - ATTENTES REJETEES  : ' W-NB-EDIT.
006790     MOVE W-NB-ATTENTE-MAINTENUS TO W-NB-EDIT.
006800     DISPLAY 'HZPM0001 - ATTENTES MAINTENUES: ' W-NB-EDIT.
006810     MOVE W-NB-DECISIONS-ORPHELINES TO W-NB-EDIT.
006820     DISPLAY 'HZPM0001 - DECISIONS ORPHEL.  : ' W-NB-EDIT.
006830     MOVE W-NB-HIST TO W-NB-EDIT.
006840     DISPLAY 'HZPM0001 - HISTORIQUE CONSERVE: ' W-NB-EDIT.
006850     MOVE W-NB-HIST-PURGES TO W-NB-EDIT.
006860     DISPLAY 'HZPM0001 - HISTORIQUE PURGE   : ' W-NB-EDIT.
006870 8000-EXIT.
006880     EXIT.
