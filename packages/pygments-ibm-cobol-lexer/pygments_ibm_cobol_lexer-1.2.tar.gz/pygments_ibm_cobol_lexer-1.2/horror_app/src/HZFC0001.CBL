000140     OUVERTS OUV-ITEMS (COMPTES CLIENTS) ET LES ECRITURES
000150     EQUILIBREES GL-POST (CLIENT TTC AU DEBIT, PRODUITS HT ET
000160     TVA AU CREDIT, COMPTES DES ENTREES 'FACT' ET 'TVA' DU PLAN
000161     CPT-MAP). LES DEMANDES D'AVOIR '04' DONNENT DES AVOIRS SUR
000162     LE MEME COMPTEUR, IMPUTES SUR LA FACTURE D'ORIGINE PAR
000163     HZPM0001 (FICHIER AV-IMP), AVEC LES ECRITURES MIROIR. CHAQUE
000164     PIECE EMISE EST PORTEE AU REGISTRE FC-REG (BASE HT, TAUX,
000165     TVA, TTC) POUR LA DECLARATION DE TVA HZTV0001.
000166     UN TOTAL '03' NEGATIF (CORRECTION OU REGULARISATION A LA
000167     BAISSE) N'EST PAS FACTURE : IL DONNE UN AVOIR SUR LA
000168     DERNIERE FACTURE OUVERTE DE L'ADHERENT.
000169     LES FACTURES DES ADHERENTS FACTURES EN DEVISE ETRANGERE
000170     (ADH-DEV, TAUX DU JOUR DEV-TAB) SONT EN OUTRE PORTEES SUR
000171     OUV-DEV (MONTANT EN DEVISE ET TAUX D'ORIGINE) POUR LE CALCUL
000172     DES ECARTS DE CHANGE (HZPM0001, HZDV0001).
000173     LES PIECES DES EMPLOYEURS PUBLICS (EMP-PUB) NE SONT PAS
000174     IMPRIMEES : ELLES PARTENT EN FACTURE STRUCTUREE SUR FE-PUB
000175     POUR LE PORTAIL DE FACTURATION DE L'ETAT, DONT LES RETOURS
000176     SONT TRAITES PAR HZFP0001.
000180*****************************************************************
000181*    HISTORIQUE DES MODIFICATIONS
000182*    --------------------------------------------------------
000183*    DATE       AUTEUR  DESCRIPTION
000184*    --------   ------  -------------------------------------
000185*    02/09/2026 EBA     CREATION.
000186*    15/10/2026 EBA     AVOIRS : NOUVEL ENREGISTREMENT PREFACT
000187*                       '04' (ADHERENT, FACTURE D'ORIGINE, HT A
000188*                       CREDITER, MOTIF). CHAQUE '04' DONNE UN
000189*                       AVOIR NUMEROTE SUR LE COMPTEUR FC-CPT,
000190*                       IMPRIME SUR FC-PRNT, IMPUTE SUR LE POSTE
000191*                       D'ORIGINE PAR HZPM0001 VIA LE FICHIER
000192*                       AV-IMP, ET DES ECRITURES MIROIR SUR
000193*                       GL-POST (CLIENT AU CREDIT, PRODUITS ET
000194*                       TVA AU DEBIT).
000195*    15/10/2026 EBA     REGISTRE DES PIECES EMISES FC-REG : UNE
000196*                       LIGNE PAR FACTURE ET PAR AVOIR (TYPE,
000197*                       NUMERO, DATE, ADHERENT, ETABLISSEMENT,
000198*                       TAUX, HT, TVA, TTC), REPRIS PAR LA
000199*                       DECLARATION DE TVA HZTV0001.
000200*    15/10/2026 EBA     DIFFUSION ELECTRONIQUE : LES FACTURES ET
000201*                       AVOIRS D'UN ADHERENT AU CANAL 'E'
000202*                       (ADH-REF, SANS REJET DE MESSAGERIE)
000203*                       PARTENT SUR DOC-ELEC (INDEX PUIS LIGNES)
000204*                       POUR LA PASSERELLE DE MESSAGERIE AU LIEU
000205*                       D'ETRE IMPRIMES SUR FC-PRNT.
000206*    15/10/2026 EBA     REGISTRE DES DOCUMENTS : CHAQUE FACTURE
000207*                       ET CHAQUE AVOIR, QUEL QUE SOIT SON CANAL,
000208*                       EST RECOPIE SUR L'ARCHIVE DOC-ARCH ET
000209*                       INSCRIT AU REGISTRE DOC-REG (ADHERENT,
000210*                       TYPE, NUMERO DE PIECE, DATE, LANGUE,
000211*                       CANAL, POSITION DANS L'ARCHIVE) POUR LA
000212*                       REEDITION A LA DEMANDE PAR HZDP0001.
000213*    15/10/2026 EBA     ADH-REF : FREQUENCE DE FACTURATION (M
000214*                       MENSUELLE, T TRIMESTRIELLE, A ANNUELLE)
000215*                       EN FIN DE DESSIN.
000216*    15/10/2026 EBA     POSTES OUVERTS EN DEVISE : POUR UN
000217*                       ADHERENT FACTURE EN DEVISE ETRANGERE
000218*                       (ADH-DEV), LE TTC EST RECONVERTI AU TAUX
000219*                       DU JOUR DEV-TAB ET PORTE SUR OUV-DEV
000220*                       (DEVISE, MONTANT EN DEVISE, TAUX
000221*                       D'ORIGINE) POUR LA REEVALUATION DE FIN
000222*                       DE MOIS HZDV0001 ET LE CHANGE REALISE
000223*                       DE HZPM0001.
000224*    15/10/2026 EBA     POINT DE REPRISE FC-CHKPT : TOUTES LES
000225*                       KT-CHECKPOINT-INTERVAL PIECES, LES
000226*                       FICHIERS PRODUITS SONT FERMES ET
000227*                       ROUVERTS EN EXTEND, LE COMPTEUR FC-CPT
000228*                       EST REECRIT ET LA PROGRESSION NOTEE.
000229*                       APRES UN ABEND, LA RELANCE REPART DU
000230*                       DERNIER POINT (NUMEROTATION, CUMULS,
000231*                       RANGS TRAITES) ; LES ENREGISTREMENTS
000232*                       DEJA PRESENTS AU-DELA DU POINT SONT
000233*                       RECONNUS ET NON REECRITS. RAPPORT DE
000234*                       REPRISE SUR FC-REPRISE.
000235*    15/10/2026 EBA     FACTURATION ELECTRONIQUE DES EMPLOYEURS
000236*                       PUBLICS : LES COMPTES EMPLOYEURS GRP-ADH
000237*                       DECLARES PUBLICS DANS EMP-PUB (IDENTIFIANT
000238*                       LEGAL, CODE SERVICE, ENGAGEMENT) NE SONT
000239*                       PLUS IMPRIMES MAIS PORTES SUR FE-PUB
000240*                       POUR LE PORTAIL DE L'ETAT (ENTETE
000241*                       VENDEUR/ACHETEUR, LIGNES DES MEMBRES DU
000242*                       GROUPE, TVA PAR TAUX, TOTAUX), CANAL 'F'
000243*                       AU REGISTRE. IDENTITE DU VENDEUR DANS
000244*                       KONSTAB. FE-PUB EST LE NEUVIEME FICHIER
000245*                       SOUS POINT DE REPRISE.
000246*    15/10/2026 EBA     AVOIRS : FACTURE D'ORIGINE CONTROLEE
000247*                       DANS OUV-MAST (EXISTENCE ET ADHERENT),
000248*                       DEMANDE REJETEE SINON (LIGNE 'R' SUR
000249*                       FC-REG, SIGNALEE, CODE 4). LANGUE DE
000250*                       L'ADHERENT (ADH-REF) PORTEE AU REGISTRE
000251*                       DOC-REG.
000252*    15/10/2026 EBA     TOTAL ADHERENT '03' NEGATIF TRAITE EN
000253*                       AVOIR SUR LA DERNIERE FACTURE OUVERTE
000254*                       (OUV-MAST PAR ADHERENT). AVOIR REJETE
000255*                       SUR FACTURE SOLDEE OU PASSEE EN PERTE,
000256*                       OU AU-DELA DU RESTE DU ; DEMANDE
000257*                       INCOMPLETE REJETEE AVEC LIGNE 'R'.
000258*****************************************************************
000259 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000530         ORGANIZATION SEQUENTIAL
000540         FILE STATUS W-FC-PRNT-STATUS.
000550     SELECT OUV-ITEMS ASSIGN TO OUVITEMS
000551         ORGANIZATION SEQUENTIAL
000552         FILE STATUS W-OUV-ITEMS-STATUS.
000553     SELECT GL-POST ASSIGN TO GLPOST
000554         ORGANIZATION SEQUENTIAL
000555         FILE STATUS W-GL-POST-STATUS.
000556     SELECT AV-IMP ASSIGN TO AVIMP
000557         ORGANIZATION SEQUENTIAL
000558         FILE STATUS W-AV-IMP-STATUS.
000559     SELECT FC-REG ASSIGN TO FCREG
000560         ORGANIZATION SEQUENTIAL
000561         FILE STATUS W-FC-REG-STATUS.
000562     SELECT ADH-REF ASSIGN TO ADHREF
000563         ORGANIZATION SEQUENTIAL
000564         FILE STATUS W-ADH-REF-STATUS.
000565     SELECT DOC-ELEC ASSIGN TO DOCELEC
000566         ORGANIZATION SEQUENTIAL
000567         FILE STATUS W-DOC-ELEC-STATUS.
000568     SELECT DOC-ARCH ASSIGN TO DOCARCH
000569         ORGANIZATION SEQUENTIAL
000570         FILE STATUS W-DOC-ARCH-STATUS.
000571     SELECT DOC-REG ASSIGN TO DOCREG
000572         ORGANIZATION SEQUENTIAL
000573         FILE STATUS W-DOC-REG-STATUS.
000574     SELECT DEV-TAB ASSIGN TO DEVTAB
000575         ORGANIZATION SEQUENTIAL
000576         FILE STATUS W-DEV-TAB-STATUS.
000577     SELECT ADH-DEV ASSIGN TO ADHDEV
000578         ORGANIZATION SEQUENTIAL
000579         FILE STATUS W-ADH-DEV-STATUS.
000580     SELECT OUV-DEV ASSIGN TO OUVDEV
000581         ORGANIZATION SEQUENTIAL
000582         FILE STATUS W-OUV-DEV-STATUS.
000583     SELECT FC-CHKPT ASSIGN TO FCCHKPT
000584         ORGANIZATION SEQUENTIAL
000585         FILE STATUS W-FC-CHKPT-STATUS.
000586     SELECT FC-REPRISE ASSIGN TO FCREPRIS
000587         ORGANIZATION SEQUENTIAL
000588         FILE STATUS W-FC-REPRISE-STATUS.
000589     SELECT KONSTAB ASSIGN TO KONSTAB
000590         ORGANIZATION SEQUENTIAL
000591         FILE STATUS W-KONSTAB-STATUS.
000592     SELECT EMP-PUB ASSIGN TO EMPPUB
000593         ORGANIZATION SEQUENTIAL
000594         FILE STATUS W-EMP-PUB-STATUS.
000595     SELECT GRP-ADH ASSIGN TO GRPADH
000596         ORGANIZATION SEQUENTIAL
000597         FILE STATUS W-GRP-ADH-STATUS.
000598     SELECT FE-PUB ASSIGN TO FEPUB
000599         ORGANIZATION SEQUENTIAL
000600         FILE STATUS W-FE-PUB-STATUS.
000601     SELECT OUV-MAST ASSIGN TO OUVMAST
000602         ORGANIZATION INDEXED
000603         ACCESS MODE DYNAMIC
000604         RECORD KEY OM-NUMERO-FACTURE
000605         ALTERNATE RECORD KEY OM-COADHF WITH DUPLICATES
000606         FILE STATUS W-OUV-MAST-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630*****************************************************************
000700 01  PREFACT-ENREG               PIC X(60).
000710*****************************************************************
000720*    FC-CPT - COMPTEUR CONTROLE DES NUMEROS DE FACTURE : UN SEUL
000727*    ENREGISTREMENT, DERNIER NUMERO ATTRIBUE, REECRIT A CHAQUE
000734*    POINT DE REPRISE ET EN FIN DE TRAITEMENT (MEME PRINCIPE QUE
000741*    CHKPT-FGS).
000750*****************************************************************
000760 FD  FC-CPT
000770     LABEL RECORD STANDARD
000960     05  CM-COMPTE-DEBIT         PIC X(10).
000970     05  CM-COMPTE-CREDIT        PIC X(10).
000972     05  CM-ENTITE               PIC X(02).
000973 FD  FFFFFGS
000974     LABEL RECORD STANDARD
000975     DATA RECORD FFFFFGS-ENREG.
000976 COPY FFFFFFGS.
000977 FD  FC-PRNT
000978     LABEL RECORD STANDARD
000979     DATA RECORD FC-PRNT-LIGNE.
000980 01  FC-PRNT-LIGNE               PIC X(132).
000981*****************************************************************
000982*    OUV-ITEMS - POSTES OUVERTS (COMPTES CLIENTS) : UNE LIGNE
000983*    PAR FACTURE EMISE, SOLDEE PAR LE RAPPROCHEMENT DES
000984*    PAIEMENTS. STATUT 'O' OUVERT / 'S' SOLDE / 'P' PARTIEL.
000985*****************************************************************
000986 FD  OUV-ITEMS
000987     LABEL RECORD STANDARD
000988     DATA RECORD OUV-ITEMS-LIGNE.
000989 01  OUV-ITEMS-LIGNE.
000990     05  OV-NUMERO-FACTURE       PIC 9(08).
000991     05  OV-COADHF               PIC X(09).
000992     05  OV-COETBL               PIC X(05).
000993     05  OV-DATE-FACTURE         PIC 9(08).
000994     05  OV-MONTANT-TTC          PIC S9(11)V99
000995                                 SIGN LEADING SEPARATE.
000996     05  OV-MONTANT-REGLE        PIC S9(11)V99
000997                                 SIGN LEADING SEPARATE.
000998     05  OV-STATUT               PIC X(01).
000999 FD  GL-POST
001000     LABEL RECORD STANDARD
001001     DATA RECORD GL-POST-LIGNE.
001002 01  GL-POST-LIGNE.
001003     05  GP-DATE                 PIC 9(08).
001004     05  GP-COMPTE               PIC X(10).
001005     05  GP-SENS                 PIC X(01).
001006     05  GP-MONTANT              PIC S9(11)V99
001007                                 SIGN LEADING SEPARATE.
001008     05  GP-LIBELLE              PIC X(30).
001009*****************************************************************
001010*    AV-IMP - IMPUTATIONS D'AVOIRS A PASSER SUR OUV-ITEMS PAR
001011*    HZPM0001 (SEUL PROPRIETAIRE DU FICHIER DES POSTES) : UN
001012*    ENREGISTREMENT PAR AVOIR EMIS, MONTANT TTC A DEDUIRE DU
001013*    RESTE DU DE LA FACTURE D'ORIGINE.
001014*****************************************************************
001015 FD  AV-IMP
001016     LABEL RECORD STANDARD
001017     DATA RECORD AV-IMP-LIGNE.
001018 01  AV-IMP-LIGNE.
001019     05  AI-NUMERO-AVOIR         PIC 9(08).
001020     05  AI-NUMERO-FACTURE       PIC 9(08).
001021     05  AI-COADHF               PIC X(09).
001022     05  AI-DATE                 PIC 9(08).
001023     05  AI-MONTANT-TTC          PIC S9(11)V99
001024                                 SIGN LEADING SEPARATE.
001025*****************************************************************
001026*    FC-REG - REGISTRE DES PIECES EMISES : UNE LIGNE PAR
001027*    FACTURE ('F') OU AVOIR ('A'), MONTANTS POSITIFS, TAUX DE
001028*    TVA APPLIQUE. REPRIS PAR LA DECLARATION DE TVA HZTV0001.
001029*    UNE DEMANDE D'AVOIR REJETEE Y LAISSE UNE LIGNE 'R' : NUMERO
001030*    DE LA FACTURE D'ORIGINE, HT DEMANDE, SANS TVA NI TTC.
001031*****************************************************************
001032 FD  FC-REG
001033     LABEL RECORD STANDARD
001034     DATA RECORD FC-REG-LIGNE.
001035 01  FC-REG-LIGNE.
001036     05  FR-TYPE-PIECE           PIC X(01).
001037     05  FR-NUMERO-PIECE         PIC 9(08).
001038     05  FR-DATE-PIECE           PIC 9(08).
001039     05  FR-COADHF               PIC X(09).
001040     05  FR-COETBL               PIC X(05).
001041     05  FR-TAUX-TVA             PIC 9(02)V99.
001042     05  FR-MONTANT-HT           PIC S9(11)V99
001043                                 SIGN LEADING SEPARATE.
001044     05  FR-MONTANT-TVA          PIC S9(11)V99
001045                                 SIGN LEADING SEPARATE.
001046     05  FR-MONTANT-TTC          PIC S9(11)V99
001047                                 SIGN LEADING SEPARATE.
001048*****************************************************************
001049*    OUV-MAST - MAITRE DES POSTES CLIENTS, LU PAR NUMERO DE
001050*    FACTURE : FACTURE D'ORIGINE DES DEMANDES D'AVOIR (ET PAR
001051*    ADHERENT POUR LA DERNIERE FACTURE OUVERTE). ZONES
001052*    RENOMMEES OM- PAR REPLACING, LES NOMS OV- ETANT DEJA CEUX
001053*    DE LA LIGNE OUV-ITEMS PRODUITE PAR LE PROGRAMME.
001054*****************************************************************
001055 FD  OUV-MAST
001056     LABEL RECORD STANDARD
001057     DATA RECORD OUV-MAST-ENREG.
001058 COPY OUVMSTC REPLACING
001059               ==OV-NUMERO-FACTURE== BY ==OM-NUMERO-FACTURE==
001060               ==OV-COADHF== BY ==OM-COADHF==
001061               ==OV-COETBL== BY ==OM-COETBL==
001062               ==OV-DATE-FACTURE== BY ==OM-DATE-FACTURE==
001063               ==OV-MONTANT-TTC== BY ==OM-MONTANT-TTC==
001064               ==OV-MONTANT-REGLE== BY ==OM-MONTANT-REGLE==
001065               ==OV-STATUT== BY ==OM-STATUT==.
001066*****************************************************************
001067*    ADH-REF - REFERENTIEL ADHERENT (CANAL DE DIFFUSION), MEME
001068*    DESSIN ETENDU QUE DANS HZFA0001/HZAD0001.
001069*****************************************************************
001070 FD  ADH-REF
001071     LABEL RECORD STANDARD
001072     DATA RECORD ADH-REF-LIGNE.
001073 01  ADH-REF-LIGNE.
001074     05  AF-CLE                  PIC X(08).
001075     05  AF-COADHF               PIC X(09).
001076     05  AF-COTRTO               PIC X(05).
001077     05  AF-CETRTF               PIC X(05).
001078     05  AF-NOM                  PIC X(30).
001079     05  AF-ADRESSE              PIC X(30).
001080     05  AF-CODE-POSTAL          PIC X(05).
001081     05  AF-VILLE                PIC X(20).
001082     05  AF-STATUT               PIC X(01).
001083     05  AF-LANGUE               PIC X(02).
001084     05  AF-ADRESSE-NPAI         PIC X(01).
001085         88  AF-ADRESSE-INVALIDE VALUE 'O'.
001086     05  AF-CANAL-DIFFUSION      PIC X(01).
001087         88  AF-CANAL-ELECTRONIQUE VALUE 'E'.
001088     05  AF-EMAIL                PIC X(60).
001089     05  AF-EMAIL-REJETE         PIC X(01).
001090         88  AF-EMAIL-INVALIDE   VALUE 'O'.
001091     05  AF-FREQUENCE            PIC X(01).
001092         88  AF-FACTURATION-MENSUELLE VALUE 'M' SPACE.
001093         88  AF-FACTURATION-TRIMESTRIELLE VALUE 'T'.
001094         88  AF-FACTURATION-ANNUELLE VALUE 'A'.
001095*****************************************************************
001096*    DOC-ELEC - DOCUMENTS EN DIFFUSION ELECTRONIQUE POUR LA
001097*    PASSERELLE DE MESSAGERIE (CUMULATIF, EN EXTEND, VIDE PAR LA
001098*    PASSERELLE APRES ENVOI) : CHAQUE DOCUMENT EST UN
001099*    ENREGISTREMENT INDEX 'I' (ADHERENT, TYPE, PERIODE, LANGUE,
001100*    ADRESSE ELECTRONIQUE) SUIVI DE SES LIGNES D'EDITION 'L'.
001101*****************************************************************
001102 FD  DOC-ELEC
001103     LABEL RECORD STANDARD
001104     DATA RECORD DOC-ELEC-LIGNE.
001105 01  DOC-ELEC-LIGNE.
001106     05  EL-TYPE-ENREG           PIC X(01).
001107         88  EL-ENREG-INDEX      VALUE 'I'.
001108         88  EL-ENREG-LIGNE      VALUE 'L'.
001109     05  EL-COADHF               PIC X(09).
001110     05  EL-TYPE-DOC             PIC X(02).
001111     05  EL-PERIODE              PIC X(10).
001112     05  EL-SUITE                PIC X(137).
001113     05  EL-INDEX REDEFINES EL-SUITE.
001114         10  EL-LANGUE           PIC X(02).
001115         10  EL-EMAIL            PIC X(60).
001116         10  EL-PROGRAMME        PIC X(08).
001117         10  EL-DATE-PRODUCTION  PIC 9(08).
001118         10  EL-HEURE-PRODUCTION PIC 9(08).
001119         10  FILLER              PIC X(51).
001120     05  EL-DETAIL REDEFINES EL-SUITE.
001121         10  EL-RANG             PIC 9(05).
001122         10  EL-LIGNE            PIC X(132).
001123*****************************************************************
001124*    DOC-ARCH - ARCHIVE DES DOCUMENTS ADHERENT (CUMULATIF, EN
001125*    EXTEND) : TOUTE LIGNE EDITEE, QUEL QUE SOIT LE CANAL, Y EST
001126*    RECOPIEE AVEC LE PROGRAMME, LA DATE ET L'HEURE DU PASSAGE
001127*    ET SON RANG DANS LE PASSAGE. REPRIS PAR HZDP0001.
001128*****************************************************************
001129 FD  DOC-ARCH
001130     LABEL RECORD STANDARD
001131     DATA RECORD DOC-ARCH-LIGNE.
001132 01  DOC-ARCH-LIGNE.
001133     05  AR-PROGRAMME            PIC X(08).
001134     05  AR-DATE-PRODUCTION      PIC 9(08).
001135     05  AR-HEURE-PRODUCTION     PIC 9(08).
001136     05  AR-RANG                 PIC 9(07).
001137     05  AR-LIGNE                PIC X(132).
001138*****************************************************************
001139*    DOC-REG - REGISTRE DES DOCUMENTS ADHERENT (CUMULATIF, EN
001140*    EXTEND) : UNE ENTREE PAR DOCUMENT PRODUIT (ADHERENT, TYPE,
001141*    PERIODE, DATE, LANGUE, CANAL) AVEC SA POSITION DANS
001142*    DOC-ARCH (PROGRAMME/DATE/HEURE DU PASSAGE, RANG DE LA
001143*    PREMIERE LIGNE, NOMBRE DE LIGNES).
001144*****************************************************************
001145 FD  DOC-REG
001146     LABEL RECORD STANDARD
001147     DATA RECORD DOC-REG-LIGNE.
001148 01  DOC-REG-LIGNE.
001149     05  RG-COADHF               PIC X(09).
001150     05  RG-TYPE-DOC             PIC X(02).
001151     05  RG-PERIODE              PIC X(10).
001152     05  RG-DATE-PRODUCTION      PIC 9(08).
001153     05  RG-HEURE-PRODUCTION     PIC 9(08).
001154     05  RG-LANGUE               PIC X(02).
001155     05  RG-CANAL                PIC X(01).
001156         88  RG-CANAL-PAPIER     VALUE 'P'.
001157         88  RG-CANAL-ELECTRONIQUE VALUE 'E'.
001158         88  RG-CANAL-RETENU     VALUE 'R'.
001159         88  RG-CANAL-PORTAIL    VALUE 'F'.
001160     05  RG-PROGRAMME            PIC X(08).
001161     05  RG-RANG-DEBUT           PIC 9(07).
001162     05  RG-NB-LIGNES            PIC 9(05).
001163     05  FILLER                  PIC X(10).
001164*****************************************************************
001165*    DEV-TAB / ADH-DEV - TAUX DU JOUR PAR DEVISE ETRANGERE ET
001166*    DEVISE DE FACTURATION PAR ADHERENT, MEMES DESSINS QUE DANS
001167*    HORROR.
001168*****************************************************************
001169 FD  DEV-TAB
001170     LABEL RECORD STANDARD
001171     DATA RECORD DEV-TAB-LIGNE.
001172 01  DEV-TAB-LIGNE.
001173     05  DT-DEVISE               PIC X(03).
001174     05  DT-TAUX                 PIC 9(03)V9(06).
001175 FD  ADH-DEV
001176     LABEL RECORD STANDARD
001177     DATA RECORD ADH-DEV-LIGNE.
001178 01  ADH-DEV-LIGNE.
001179     05  AV-COADHF               PIC X(09).
001180     05  AV-DEVISE               PIC X(03).
001181*****************************************************************
001182*    OUV-DEV - POSTES OUVERTS EN DEVISE ETRANGERE : UNE LIGNE PAR
001183*    FACTURE D'UN ADHERENT FACTURE EN DEVISE, TTC EN DEVISE ET
001184*    TAUX D'ORIGINE (DEVISE VERS DEVISE DU GRAND-LIVRE). LE
001185*    REGLE EN DEVISE EST TENU PAR HZPM0001 (OUV-DEV-NV).
001186*****************************************************************
001187 FD  OUV-DEV
001188     LABEL RECORD STANDARD
001189     DATA RECORD OUV-DEV-LIGNE.
001190 01  OUV-DEV-LIGNE.
001191     05  DO-NUMERO-FACTURE       PIC 9(08).
001192     05  DO-COADHF               PIC X(09).
001193     05  DO-DEVISE               PIC X(03).
001194     05  DO-MONTANT-DEVISE       PIC S9(11)V99
001195                                 SIGN LEADING SEPARATE.
001196     05  DO-REGLE-DEVISE         PIC S9(11)V99
001197                                 SIGN LEADING SEPARATE.
001198     05  DO-TAUX-ORIGINE         PIC 9(03)V9(06).
001199*****************************************************************
001200*    FC-CHKPT - POINT DE REPRISE DE LA FACTURATION : UN SEUL
001201*    ENREGISTREMENT, REECRIT A CHAQUE POINT PAR 7650-ECRIRE-POINT
001202*    (ETAT 'E' EN COURS) ET EN FIN NORMALE (ETAT 'T' TERMINE).
001203*    DATE ET HEURE DU PASSAGE, RANGS DES TOTAUX '03' ET DES
001204*    DEMANDES '04' TRAITES, DERNIER NUMERO ATTRIBUE, CUMULS ET
001205*    NOMBRE D'ENREGISTREMENTS VALIDES SUR CHAQUE FICHIER PRODUIT
001206*    (MEME RANG QUE W-TAB-FICHIERS-REPRISE).
001207*****************************************************************
001208 FD  FC-CHKPT
001209     LABEL RECORD STANDARD
001210     DATA RECORD FC-CHKPT-LIGNE.
001211 01  FC-CHKPT-LIGNE.
001212     05  CK-ETAT                 PIC X(01).
001213         88  CK-EN-COURS         VALUE 'E'.
001214         88  CK-TERMINE          VALUE 'T'.
001215     05  CK-DATE-FACTURE         PIC 9(08).
001216     05  CK-HEURE-EMISSION       PIC 9(08).
001217     05  CK-DATE-POINT           PIC 9(08).
001218     05  CK-HEURE-POINT          PIC 9(08).
001219     05  CK-NB-TOTAUX            PIC 9(03).
001220     05  CK-NB-AVOIRS            PIC 9(03).
001221     05  CK-RANG-TOTAL           PIC 9(03).
001222     05  CK-RANG-AVOIR           PIC 9(03).
001223     05  CK-DERNIER-NUMERO       PIC 9(08).
001224     05  CK-NO-PAGE              PIC 9(04).
001225     05  CK-RANG-ARCHIVE         PIC 9(07).
001226     05  CK-NB-FACTURES          PIC 9(05).
001227     05  CK-NB-AVOIRS-EMIS       PIC 9(05).
001228     05  CK-NB-ELECTRONIQUES     PIC 9(05).
001229     05  CK-NB-INSCRITS          PIC 9(05).
001230     05  CK-NB-POSTES-DEVISE     PIC 9(05).
001231     05  CK-NB-PORTAIL           PIC 9(05).
001232     05  CK-NB-AVOIRS-REJETES    PIC 9(05).
001233     05  CK-TOT-HT               PIC S9(13)V99
001234                                 SIGN LEADING SEPARATE.
001235     05  CK-TOT-TVA              PIC S9(13)V99
001236                                 SIGN LEADING SEPARATE.
001237     05  CK-TOT-TTC              PIC S9(13)V99
001238                                 SIGN LEADING SEPARATE.
001239     05  CK-TOT-AV-HT            PIC S9(13)V99
001240                                 SIGN LEADING SEPARATE.
001241     05  CK-TOT-AV-TVA           PIC S9(13)V99
001242                                 SIGN LEADING SEPARATE.
001243     05  CK-TOT-AV-TTC           PIC S9(13)V99
001244                                 SIGN LEADING SEPARATE.
001245     05  CK-ECRITS OCCURS 9 TIMES PIC 9(07).
001246*****************************************************************
001247*    FC-REPRISE - RAPPORT DE REPRISE A L'OPERATEUR, ECRIT AU
001248*    DEMARRAGE D'UNE RELANCE SEULEMENT.
001249*****************************************************************
001250 FD  FC-REPRISE
001251     LABEL RECORD STANDARD
001252     DATA RECORD FC-REPRISE-LIGNE.
001253 01  FC-REPRISE-LIGNE            PIC X(132).
001254 FD  KONSTAB
001255     LABEL RECORD STANDARD
001256     DATA RECORD KONSTAB-LIGNE.
001257 01  KONSTAB-LIGNE.
001258     05  KONSTAB-RUBRIQUE        PIC X(20).
001259     05  KONSTAB-VALEUR          PIC X(60).
001260*****************************************************************
001261*    EMP-PUB - COMPTES EMPLOYEURS (MEME SERIE QUE GR-EMPLOYEUR)
001262*    RELEVANT DE LA SPHERE PUBLIQUE : INDICATEUR PUBLIC,
001263*    IDENTIFIANT LEGAL (SIRET), CODE SERVICE DESTINATAIRE ET
001264*    NUMERO D'ENGAGEMENT EXIGES PAR LE PORTAIL, RAISON SOCIALE.
001265*****************************************************************
001266 FD  EMP-PUB
001267     LABEL RECORD STANDARD
001268     DATA RECORD EMP-PUB-LIGNE.
001269 01  EMP-PUB-LIGNE.
001270     05  EP-EMPLOYEUR            PIC X(09).
001271     05  EP-PUBLIC               PIC X(01).
001272         88  EP-EMPLOYEUR-PUBLIC VALUE 'O'.
001273     05  EP-IDENTIFIANT          PIC X(14).
001274     05  EP-CODE-SERVICE         PIC X(20).
001275     05  EP-ENGAGEMENT           PIC X(20).
001276     05  EP-RAISON-SOCIALE       PIC X(30).
001277*****************************************************************
001278*    GRP-ADH - STRUCTURE DE GROUPE EMPLOYEUR, MEME DESSIN QUE DANS
001279*    HZFA0001 : LES LIGNES D'UNE FACTURE EMPLOYEUR SONT LES
001280*    DETAILS DE SES MEMBRES EN VIGUEUR A LA DATE DE FACTURE.
001281*****************************************************************
001282 FD  GRP-ADH
001283     LABEL RECORD STANDARD
001284     DATA RECORD GRP-ADH-LIGNE.
001285 01  GRP-ADH-LIGNE.
001286     05  GR-EMPLOYEUR            PIC X(09).
001287     05  GR-COADHF               PIC X(09).
001288     05  GR-DATE-DEBUT           PIC 9(08).
001289     05  GR-DATE-FIN             PIC 9(08).
001290*****************************************************************
001291*    FE-PUB - FACTURES STRUCTUREES DES EMPLOYEURS PUBLICS POUR LA
001292*    PASSERELLE DU PORTAIL DE FACTURATION (FICHIER DU PASSAGE) :
001293*    PAR PIECE, UN ENTETE 'E' (TYPE 380 FACTURE / 381 AVOIR,
001294*    IDENTIFIANTS VENDEUR ET ACHETEUR, CODE SERVICE, ENGAGEMENT,
001295*    FACTURE D'ORIGINE D'UN AVOIR), LES LIGNES 'L', UNE
001296*    VENTILATION 'V' PAR TAUX DE TVA ET LES TOTAUX 'T'.
001297*****************************************************************
001298 FD  FE-PUB
001299     LABEL RECORD STANDARD
001300     DATA RECORD FE-PUB-LIGNE.
001301 01  FE-PUB-LIGNE.
001302     05  FP-TYPE-ENREG           PIC X(01).
001303         88  FP-ENREG-ENTETE     VALUE 'E'.
001304         88  FP-ENREG-LIGNE      VALUE 'L'.
001305         88  FP-ENREG-TVA        VALUE 'V'.
001306         88  FP-ENREG-TOTAUX     VALUE 'T'.
001307     05  FP-NUMERO-PIECE         PIC 9(08).
001308     05  FP-SUITE                PIC X(191).
001309     05  FP-ENTETE REDEFINES FP-SUITE.
001310         10  FP-TYPE-PIECE       PIC X(03).
001311         10  FP-DATE-PIECE       PIC 9(08).
001312         10  FP-DEVISE           PIC X(03).
001313         10  FP-VENDEUR-SIRET    PIC X(14).
001314         10  FP-VENDEUR-TVA      PIC X(13).
001315         10  FP-VENDEUR-NOM      PIC X(30).
001316         10  FP-ACHETEUR-SIRET   PIC X(14).
001317         10  FP-CODE-SERVICE     PIC X(20).
001318         10  FP-ENGAGEMENT       PIC X(20).
001319         10  FP-ACHETEUR-NOM     PIC X(30).
001320         10  FP-EMPLOYEUR        PIC X(09).
001321         10  FP-FACTURE-ORIGINE  PIC 9(08).
001322         10  FILLER              PIC X(19).
001323     05  FP-LIGNE REDEFINES FP-SUITE.
001324         10  FP-RANG             PIC 9(04).
001325         10  FP-COADHF           PIC X(09).
001326         10  FP-CLE              PIC X(08).
001327         10  FP-LIBELLE          PIC X(30).
001328         10  FP-QUANTITE         PIC 9(04)V99.
001329         10  FP-PRIX-UNITAIRE    PIC 9(09)V99.
001330         10  FP-MONTANT-LIGNE    PIC S9(11)V99
001331                                 SIGN LEADING SEPARATE.
001332         10  FP-TAUX-LIGNE       PIC 9(02)V99.
001333         10  FILLER              PIC X(105).
001334     05  FP-TVA REDEFINES FP-SUITE.
001335         10  FP-TAUX-TVA         PIC 9(02)V99.
001336         10  FP-BASE-HT          PIC S9(11)V99
001337                                 SIGN LEADING SEPARATE.
001338         10  FP-MONTANT-TVA      PIC S9(11)V99
001339                                 SIGN LEADING SEPARATE.
001340         10  FILLER              PIC X(159).
001341     05  FP-TOTAUX REDEFINES FP-SUITE.
001342         10  FP-TOTAL-HT         PIC S9(11)V99
001343                                 SIGN LEADING SEPARATE.
001344         10  FP-TOTAL-TVA        PIC S9(11)V99
001345                                 SIGN LEADING SEPARATE.
001346         10  FP-TOTAL-TTC        PIC S9(11)V99
001347                                 SIGN LEADING SEPARATE.
001348         10  FP-NET-A-PAYER      PIC S9(11)V99
001349                                 SIGN LEADING SEPARATE.
001350         10  FP-NB-LIGNES        PIC 9(04).
001351         10  FILLER              PIC X(131).
001352 WORKING-STORAGE SECTION.
001353 01  W-PREFACT-STATUS            PIC XX.
001360     88  PREFACT-OK              VALUE '00'.
001370     88  PREFACT-FIN             VALUE '10'.
001380 01  W-FC-CPT-STATUS             PIC XX.
001480 01  W-FC-PRNT-STATUS            PIC XX.
001490 01  W-OUV-ITEMS-STATUS          PIC XX.
001500 01  W-GL-POST-STATUS            PIC XX.
001501 01  W-AV-IMP-STATUS             PIC XX.
001502 01  W-FC-REG-STATUS             PIC XX.
001503 01  W-OUV-MAST-STATUS           PIC XX.
001504     88  OUV-MAST-OK             VALUE '00'.
001505 01  W-OUV-MAST-OUVERT           PIC X VALUE 'N'.
001506     88  OUV-MAST-OUVERT         VALUE 'O'.
001507 01  W-ADH-REF-STATUS            PIC XX.
001508     88  ADH-REF-OK              VALUE '00'.
001509     88  ADH-REF-FIN             VALUE '10'.
001510 01  W-FIN-PREFACT               PIC X VALUE 'N'.
001520     88  FIN-PREFACT             VALUE 'O'.
001530 01  W-FIN-TVA                   PIC X VALUE 'N'.
001540     88  FIN-TVA                 VALUE 'O'.
001550 01  W-FIN-MAP                   PIC X VALUE 'N'.
001560     88  FIN-MAP                 VALUE 'O'.
001563 01  W-FIN-REF                   PIC X VALUE 'N'.
001566     88  FIN-REF                 VALUE 'O'.
001570*****************************************************************
001580*    GABARITS DES ENREGISTREMENTS PREFACT (MEMES DESSINS QUE
001590*    DANS HZFA0001).
001750     05  W-PT-TOTAL              PIC S9(11)V99
001760                                 SIGN LEADING SEPARATE.
001770     05  FILLER                  PIC X(35).
001771*****************************************************************
001772*    '04' AVOIR : ADHERENT, FACTURE D'ORIGINE, MONTANT HT A
001773*    CREDITER (POSITIF) ET MOTIF LIBRE.
001774*****************************************************************
001775 01  W-PF-AVOIR.
001776     05  W-PA-TYPE               PIC X(02).
001777     05  W-PA-COADHF             PIC X(09).
001778     05  W-PA-FACTURE-ORIGINE    PIC 9(08).
001779     05  W-PA-MONTANT-HT         PIC S9(11)V99
001780                                 SIGN LEADING SEPARATE.
001781     05  W-PA-MOTIF              PIC X(27).
001782*****************************************************************
001790*    DETAILS '02' COLLECTES (10000 AU PLUS) ET TOTAUX '03' PAR
001800*    ADHERENT (500 AU PLUS) - UNE FACTURE PAR TOTAL '03'.
001810*****************************************************************
001910 01  W-TAB-TOTAUX.
001920     05  W-TO-ENTREE OCCURS 500 TIMES.
001930         10  W-TO-COADHF         PIC X(09).
001931         10  W-TO-TOTAL          PIC S9(11)V99 COMP-3.
001932*****************************************************************
001933*    DEMANDES D'AVOIR '04' (500 AU PLUS) - UN AVOIR PAR '04' ET
001934*    PAR TOTAL '03' NEGATIF (ORIGINE 'T', FACTURE A RECHERCHER).
001935*****************************************************************
001936 01  W-NB-AVOIRS                 PIC 9(03) COMP VALUE ZERO.
001937 01  W-TAB-AVOIRS.
001938     05  W-AV-ENTREE OCCURS 500 TIMES.
001939         10  W-AV-COADHF         PIC X(09).
001940         10  W-AV-FACTURE        PIC 9(08).
001941         10  W-AV-HT             PIC S9(11)V99 COMP-3.
001942         10  W-AV-MOTIF          PIC X(27).
001943         10  W-AV-ORIGINE        PIC X(01).
001944             88  AV-SUR-TOTAL    VALUE 'T'.
001950*****************************************************************
001960*    TAUX DE TVA PAR ETABLISSEMENT (50 AU PLUS).
001970*****************************************************************
002210 01  W-MONTANT-TTC               PIC S9(11)V99 COMP-3 VALUE 0.
002220 01  W-TOT-HT                    PIC S9(13)V99 COMP-3 VALUE 0.
002230 01  W-TOT-TVA                   PIC S9(13)V99 COMP-3 VALUE 0.
002231 01  W-TOT-TTC                   PIC S9(13)V99 COMP-3 VALUE 0.
002232 01  W-TOT-AV-HT                 PIC S9(13)V99 COMP-3 VALUE 0.
002233 01  W-TOT-AV-TVA                PIC S9(13)V99 COMP-3 VALUE 0.
002234 01  W-TOT-AV-TTC                PIC S9(13)V99 COMP-3 VALUE 0.
002235 01  W-NB-AVOIRS-EMIS            PIC 9(05) COMP VALUE ZERO.
002236 01  W-NB-AVOIRS-REJETES         PIC 9(05) COMP VALUE ZERO.
002237 01  W-AVOIR-REJETE-SW           PIC X VALUE 'N'.
002238     88  AVOIR-REJETE            VALUE 'O'.
002239 01  W-MOTIF-REJET               PIC X(30) VALUE SPACES.
002240 01  W-RESTE-ORIGINE             PIC S9(11)V99 COMP-3 VALUE 0.
002241 01  W-DERNIERE-DATE             PIC 9(08) VALUE ZERO.
002242 01  W-FIN-RECHERCHE-SW          PIC X VALUE 'N'.
002243     88  FIN-RECHERCHE           VALUE 'O'.
002244 01  W-COADHF-COURANT            PIC X(09) VALUE SPACES.
002245 01  W-IDX-AV                    PIC 9(03) COMP VALUE ZERO.
002250 01  W-DATE-FACTURE              PIC 9(08) VALUE ZERO.
002251 01  W-NB-FACTURES               PIC 9(05) COMP VALUE ZERO.
002252 01  W-NB-ECRITURES-GL           PIC 9(03) COMP VALUE ZERO.
002253 01  W-IDX-TO                    PIC 9(03) COMP VALUE ZERO.
002254 01  W-IDX-DT                    PIC 9(05) COMP VALUE ZERO.
002255 01  W-DOC-ELEC-STATUS           PIC XX.
002256*****************************************************************
002257*    ADHERENTS EN DIFFUSION ELECTRONIQUE (CANAL 'E' SANS REJET DE
002258*    MESSAGERIE, ADH-REF, 2000 AU PLUS) : LEURS DOCUMENTS PARTENT
002259*    SUR DOC-ELEC ET NON A L'IMPRESSION. UN REJET DE MESSAGERIE
002260*    POSE PAR HZNP0001 LES RAMENE AU PAPIER.
002261*****************************************************************
002262 01  W-NB-ELEC                   PIC 9(04) COMP VALUE ZERO.
002263 01  W-TAB-ELEC.
002264     05  W-EL-ENTREE OCCURS 2000 TIMES
002265             INDEXED BY W-IDX-EL.
002266         10  W-EL-COADHF         PIC X(09).
002267         10  W-EL-LANGUE         PIC X(02).
002268         10  W-EL-EMAIL          PIC X(60).
002269*****************************************************************
002270*    LANGUE DES ADHERENTS QUI EN ONT DECLARE UNE (ADH-REF, 2000
002271*    AU PLUS), PORTEE AU REGISTRE DOC-REG ; 'FR' PAR DEFAUT.
002272*****************************************************************
002273 01  W-NB-LANGUES                PIC 9(04) COMP VALUE ZERO.
002274 01  W-TAB-LANGUES.
002275     05  W-LG-ENTREE OCCURS 2000 TIMES
002276             INDEXED BY W-IDX-LG.
002277         10  W-LG-COADHF         PIC X(09).
002278         10  W-LG-LANGUE         PIC X(02).
002279 01  W-LANGUE-COURANTE           PIC X(02) VALUE 'FR'.
002280 01  W-DOC-ELEC-SW               PIC X VALUE 'N'.
002281     88  DOCUMENT-ELECTRONIQUE   VALUE 'O'.
002282 01  W-RANG-ELEC                 PIC 9(05) COMP VALUE ZERO.
002283 01  W-NB-ELECTRONIQUES          PIC 9(05) COMP VALUE ZERO.
002284 01  W-DOC-ARCH-STATUS           PIC XX.
002285 01  W-DOC-REG-STATUS            PIC XX.
002286*****************************************************************
002287*    ARCHIVAGE ET REGISTRE : RANG COURANT DANS LE PASSAGE, RANG
002288*    DE LA PREMIERE LIGNE ET NOMBRE DE LIGNES DU DOCUMENT COURANT.
002289*****************************************************************
002290 01  W-RANG-ARCHIVE              PIC 9(07) COMP VALUE ZERO.
002291 01  W-RANG-DEBUT-DOC            PIC 9(07) COMP VALUE ZERO.
002292 01  W-NB-LIGNES-DOC             PIC 9(05) COMP VALUE ZERO.
002293 01  W-NB-INSCRITS               PIC 9(05) COMP VALUE ZERO.
002294 01  W-TYPE-DOC-COURANT          PIC X(02) VALUE SPACES.
002295 01  W-HEURE-EMISSION            PIC 9(08) VALUE ZERO.
002296*****************************************************************
002297*    DEVISES : TAUX DU JOUR (20 DEVISES AU PLUS) ET DEVISE DE
002298*    FACTURATION PAR ADHERENT (5000 AU PLUS). ADHERENT ABSENT OU
002299*    DEVISE SANS TAUX AU JOUR = DEVISE DU GRAND-LIVRE.
002300*****************************************************************
002301 01  W-DEV-TAB-STATUS            PIC XX.
002302     88  DEV-TAB-OK              VALUE '00'.
002303     88  DEV-TAB-FIN             VALUE '10'.
002304 01  W-ADH-DEV-STATUS            PIC XX.
002305     88  ADH-DEV-OK              VALUE '00'.
002306     88  ADH-DEV-FIN             VALUE '10'.
002307 01  W-OUV-DEV-STATUS            PIC XX.
002308 01  W-NB-DEVISES                PIC 9(02) COMP VALUE ZERO.
002309 01  W-TAB-DEVISES.
002310     05  W-DV-ENTREE OCCURS 20 TIMES
002311             INDEXED BY W-IDX-DV.
002312         10  W-DV-DEVISE         PIC X(03).
002313         10  W-DV-TAUX           PIC 9(03)V9(06).
002314 01  W-NB-ADH-DEV                PIC 9(05) COMP VALUE ZERO.
002315 01  W-TAB-ADH-DEV.
002316     05  W-AD-ENTREE OCCURS 5000 TIMES
002317             INDEXED BY W-IDX-AD.
002318         10  W-AD-COADHF         PIC X(09).
002319         10  W-AD-DEVISE         PIC X(03).
002320 01  W-DEVISE-COURANTE           PIC X(03) VALUE SPACES.
002321 01  W-TAUX-DEVISE               PIC 9(03)V9(06) VALUE ZERO.
002322 01  W-TAUX-TROUVE-SW            PIC X VALUE 'N'.
002323     88  TAUX-TROUVE             VALUE 'O'.
002324 01  W-NB-POSTES-DEVISE          PIC 9(05) COMP VALUE ZERO.
002325*****************************************************************
002326*    FACTURATION ELECTRONIQUE DES EMPLOYEURS PUBLICS : IDENTITE DU
002327*    VENDEUR (KONSTAB VENDEUR-SIRET, VENDEUR-TVA, VENDEUR-NOM),
002328*    EMPLOYEURS PUBLICS D'EMP-PUB (500 AU PLUS) ET MEMBRES DE
002329*    LEURS GROUPES GRP-ADH (2000 AU PLUS, MEME BORNE QUE
002330*    HZFA0001).
002331*****************************************************************
002332 01  W-KONSTAB-STATUS            PIC XX.
002333     88  KONSTAB-OK              VALUE '00'.
002334     88  KONSTAB-FIN             VALUE '10'.
002335 01  W-EMP-PUB-STATUS            PIC XX.
002336     88  EMP-PUB-OK              VALUE '00'.
002337     88  EMP-PUB-FIN             VALUE '10'.
002338 01  W-GRP-ADH-STATUS            PIC XX.
002339     88  GRP-ADH-OK              VALUE '00'.
002340     88  GRP-ADH-FIN             VALUE '10'.
002341 01  W-FE-PUB-STATUS             PIC XX.
002342 01  KT-VENDEUR-SIRET            PIC X(14) VALUE SPACES.
002343 01  KT-VENDEUR-TVA              PIC X(13) VALUE SPACES.
002344 01  KT-VENDEUR-NOM              PIC X(30) VALUE SPACES.
002345 01  W-NB-PUBLICS                PIC 9(03) COMP VALUE ZERO.
002346 01  W-TAB-PUBLICS.
002347     05  W-PB-ENTREE OCCURS 500 TIMES
002348             INDEXED BY W-IDX-PB.
002349         10  W-PB-EMPLOYEUR      PIC X(09).
002350         10  W-PB-IDENTIFIANT    PIC X(14).
002351         10  W-PB-CODE-SERVICE   PIC X(20).
002352         10  W-PB-ENGAGEMENT     PIC X(20).
002353         10  W-PB-RAISON-SOCIALE PIC X(30).
002354 01  W-NB-MEMBRES                PIC 9(04) COMP VALUE ZERO.
002355 01  W-TAB-MEMBRES.
002356     05  W-GM-ENTREE OCCURS 2000 TIMES
002357             INDEXED BY W-IDX-GM.
002358         10  W-GM-EMPLOYEUR      PIC X(09).
002359         10  W-GM-COADHF         PIC X(09).
002360         10  W-GM-DATE-DEBUT     PIC 9(08).
002361         10  W-GM-DATE-FIN       PIC 9(08).
002362 01  W-DOC-PORTAIL-SW            PIC X VALUE 'N'.
002363     88  DOCUMENT-PORTAIL        VALUE 'O'.
002364 01  W-LIGNE-RETENUE-SW          PIC X VALUE 'N'.
002365     88  LIGNE-RETENUE           VALUE 'O'.
002366 01  W-NB-PORTAIL                PIC 9(05) COMP VALUE ZERO.
002367 01  W-RANG-LIGNE-PORTAIL        PIC 9(04) COMP VALUE ZERO.
002368 01  W-TOTAL-LIGNES-PORTAIL      PIC S9(11)V99 COMP-3 VALUE 0.
002369*****************************************************************
002370*    PAGINATION DU FICHIER D'IMPRESSION, MEME CONVENTION QUE
002371*    HZRL0001 (55 LIGNES UTILES, ENTETE AU SAUT).
002372*****************************************************************
002373 01  W-NO-PAGE                   PIC 9(04) VALUE ZERO.
002374 01  W-NB-LIGNES-PAGE            PIC 9(02) VALUE 99.
002375 01  W-PAGE-EDIT                 PIC ZZZ9.
002376 01  W-MT-EDIT                   PIC -(11)9,99.
002380 01  W-MT-EDIT-2                 PIC -(11)9,99.
002381 01  W-QTE-EDIT                  PIC Z(03)9,99.
002382 01  W-NB-EDIT                   PIC Z(06)9.
002383 01  W-LIGNE-TRAVAIL             PIC X(132).
002384*****************************************************************
002385*    POINT DE REPRISE : PRIS TOUTES LES KT-CHECKPOINT-INTERVAL
002386*    PIECES EMISES (7600). EN RELANCE, LES ENREGISTREMENTS DEJA
002387*    PRESENTS SUR UN FICHIER AU-DELA DU NOMBRE VALIDE AU POINT
002388*    (W-FR-SAUT) SONT RECONNUS ET NE SONT PAS REECRITS : LA
002389*    PRODUCTION ETANT REJOUEE A L'IDENTIQUE (MEMES NUMEROS, MEME
002390*    DATE ET HEURE DE PASSAGE), LE FICHIER REPREND A LA SUITE.
002391*****************************************************************
002392 01  KT-CHECKPOINT-INTERVAL      PIC 9(05) COMP VALUE 50.
002393 01  W-FC-CHKPT-STATUS           PIC XX.
002394     88  FC-CHKPT-OK             VALUE '00'.
002395 01  W-FC-REPRISE-STATUS         PIC XX.
002396 01  W-REPRISE-SW                PIC X VALUE 'N'.
002397     88  EN-REPRISE              VALUE 'O'.
002398 01  W-REPRISE-REFUSEE-SW        PIC X VALUE 'N'.
002399     88  REPRISE-REFUSEE         VALUE 'O'.
002400 01  W-ECRITURE-SW               PIC X VALUE 'O'.
002401     88  ECRITURE-A-FAIRE        VALUE 'O'.
002402 01  W-ELEC-DU-PASSAGE-SW        PIC X VALUE 'N'.
002403     88  ELEC-DU-PASSAGE         VALUE 'O'.
002404 01  W-FIN-COMPTAGE              PIC X VALUE 'N'.
002405     88  FIN-COMPTAGE            VALUE 'O'.
002406 01  W-NB-DEPUIS-POINT           PIC 9(05) COMP VALUE ZERO.
002407 01  W-RANG-TOTAL-FAIT           PIC 9(03) COMP VALUE ZERO.
002408 01  W-RANG-AVOIR-FAIT           PIC 9(03) COMP VALUE ZERO.
002409 01  W-DEBUT-TOTAL               PIC 9(03) COMP VALUE 1.
002410 01  W-DEBUT-AVOIR               PIC 9(03) COMP VALUE 1.
002411 01  W-REPRISE-NUMERO            PIC 9(08) VALUE ZERO.
002412 01  W-REPRISE-NB-TOTAUX         PIC 9(03) VALUE ZERO.
002413 01  W-REPRISE-NB-AVOIRS         PIC 9(03) VALUE ZERO.
002414 01  W-REPRISE-DATE-POINT        PIC 9(08) VALUE ZERO.
002415 01  W-REPRISE-HEURE-POINT       PIC 9(08) VALUE ZERO.
002416 01  W-IDX-FR                    PIC 9(02) COMP VALUE ZERO.
002417*****************************************************************
002418*    FICHIERS PRODUITS SOUS POINT DE REPRISE : NOM POUR LE
002419*    RAPPORT, ENREGISTREMENTS PRODUITS DANS LE PASSAGE, PRESENTS
002420*    AU DEMARRAGE D'UNE RELANCE ET RESTANT A RECONNAITRE.
002421*****************************************************************
002422 01  W-NOMS-FICHIERS-REPRISE.
002423     05  FILLER PIC X(10) VALUE 'FC-PRNT'.
002424     05  FILLER PIC X(10) VALUE 'OUV-ITEMS'.
002425     05  FILLER PIC X(10) VALUE 'OUV-DEV'.
002426     05  FILLER PIC X(10) VALUE 'AV-IMP'.
002427     05  FILLER PIC X(10) VALUE 'FC-REG'.
002428     05  FILLER PIC X(10) VALUE 'DOC-ELEC'.
002429     05  FILLER PIC X(10) VALUE 'DOC-ARCH'.
002430     05  FILLER PIC X(10) VALUE 'DOC-REG'.
002431     05  FILLER PIC X(10) VALUE 'FE-PUB'.
002432 01  W-TAB-NOMS-REPRISE REDEFINES W-NOMS-FICHIERS-REPRISE.
002433     05  W-FR-NOM OCCURS 9 TIMES PIC X(10).
002434 01  W-TAB-FICHIERS-REPRISE.
002435     05  W-FR-ENTREE OCCURS 9 TIMES.
002436         10  W-FR-ECRITS         PIC 9(07) COMP.
002437         10  W-FR-VALIDES        PIC 9(07) COMP.
002438         10  W-FR-PRESENTS       PIC 9(07) COMP.
002439         10  W-FR-SAUT           PIC 9(07) COMP.
002440 01  W-NB-EDIT-2                 PIC Z(06)9.
002441 01  W-NB-EDIT-3                 PIC Z(06)9.
002442 PROCEDURE DIVISION.
002443 0000-MAINLINE.
002444     PERFORM 1000-INITIALISE THRU 1000-EXIT.
002445     IF REPRISE-REFUSEE
002446        GOBACK
002447     END-IF.
002450     PERFORM 1500-CHARGER-TVA THRU 1500-EXIT.
002460     PERFORM 1600-CHARGER-COMPTES THRU 1600-EXIT.
002462     PERFORM 1700-CHARGER-ADH-REF THRU 1700-EXIT.
002464     PERFORM 1800-CHARGER-DEVISES THRU 1800-EXIT.
002466     PERFORM 1900-CHARGER-PUBLICS THRU 1900-EXIT.
002470     PERFORM 2000-CHARGER-PREFACT THRU 2000-EXIT.
002471     PERFORM 2500-CONTROLER-REPRISE THRU 2500-EXIT.
002472     IF REPRISE-REFUSEE
002473        PERFORM 8000-TERMINE THRU 8000-EXIT
002474        GOBACK
002475     END-IF.
002480     PERFORM 3000-FACTURER THRU 3000-EXIT
002490        VARYING W-IDX-TO FROM W-DEBUT-TOTAL BY 1
002500        UNTIL W-IDX-TO > W-NB-TOTAUX.
002502     PERFORM 3500-EMETTRE-AVOIR THRU 3500-EXIT
002504        VARYING W-IDX-AV FROM W-DEBUT-AVOIR BY 1
002506        UNTIL W-IDX-AV > W-NB-AVOIRS.
002510     PERFORM 7000-EMETTRE-GL THRU 7000-EXIT.
002520     PERFORM 7500-REECRIRE-COMPTEUR THRU 7500-EXIT.
002525     PERFORM 7700-CLORE-REPRISE THRU 7700-EXIT.
002530     PERFORM 8000-TERMINE THRU 8000-EXIT.
002540     GOBACK.
002550 1000-INITIALISE.
002551     ACCEPT W-DATE-FACTURE FROM DATE YYYYMMDD.
002552     ACCEPT W-HEURE-EMISSION FROM TIME.
002553     PERFORM 1050-RESTAURER-REPRISE THRU 1050-EXIT.
002554     IF REPRISE-REFUSEE
002555        GO TO 1000-EXIT
002556     END-IF.
002557     OPEN EXTEND DOC-ARCH.
002558     IF W-DOC-ARCH-STATUS = '05'
002559        OPEN OUTPUT DOC-ARCH
002560     END-IF.
002561     OPEN EXTEND DOC-REG.
002562     IF W-DOC-REG-STATUS = '05'
002563        OPEN OUTPUT DOC-REG
002564     END-IF.
002570     OPEN INPUT PREFACT.
002571     OPEN INPUT FFFFFGS.
002572     OPEN INPUT OUV-MAST.
002573     IF OUV-MAST-OK
002574        MOVE 'O' TO W-OUV-MAST-OUVERT
002575     ELSE
002576        DISPLAY 'HZFC0001 - OUV-MAST INDISPONIBLE, DEMANDES '
002577            'D''AVOIR REJETEES - STATUT ' W-OUV-MAST-STATUS
002578     END-IF.
002579     IF EN-REPRISE
002580        OPEN EXTEND FC-PRNT OUV-ITEMS AV-IMP FC-REG OUV-DEV
002581        OPEN EXTEND FE-PUB
002582     ELSE
002583        OPEN OUTPUT FC-PRNT OUV-ITEMS AV-IMP FC-REG OUV-DEV
002584        OPEN OUTPUT FE-PUB
002585     END-IF.
002586     IF NOT PREFACT-OK
002587        DISPLAY 'HZFC0001 - PREFACT INDISPONIBLE - STATUT '
002588            W-PREFACT-STATUS
002589        MOVE 'O' TO W-FIN-PREFACT
002590        MOVE 8 TO RETURN-CODE
002591     END-IF.
002592     OPEN INPUT FC-CPT.
002593     IF FC-CPT-OK
002594        READ FC-CPT
002595           AT END CONTINUE
002596           NOT AT END MOVE FC-DERNIER-NUMERO TO W-NUMERO-FACTURE
002597        END-READ
002598        CLOSE FC-CPT
002599     ELSE
002600        DISPLAY 'HZFC0001 - FC-CPT INDISPONIBLE, NUMEROTATION '
002601            'DEPUIS ZERO - STATUT ' W-FC-CPT-STATUS
002602        MOVE 4 TO RETURN-CODE
002603     END-IF.
002604     IF EN-REPRISE
002605        MOVE W-REPRISE-NUMERO TO W-NUMERO-FACTURE
002606     END-IF.
002607 1000-EXIT.
002608     EXIT.
002609*****************************************************************
002610*    1050-RESTAURER-REPRISE - POINT DE REPRISE LAISSE EN ETAT
002611*    'E' PAR UN PASSAGE INTERROMPU : LA NUMEROTATION, LES CUMULS,
002612*    LA DATE ET L'HEURE DU PASSAGE ET LES RANGS DEJA TRAITES SONT
002613*    RESTAURES, PUIS LES ENREGISTREMENTS DU PASSAGE PRESENTS SUR
002614*    CHAQUE FICHIER PRODUIT SONT COMPTES. UN FICHIER PLUS COURT
002615*    QUE LE POINT (RESTAURE OU VIDE ENTRE-TEMPS) INTERDIT LA
002616*    REPRISE (CODE 8). FICHIER ABSENT OU ETAT 'T' : DEMARRAGE
002617*    NORMAL.
002618*****************************************************************
002619 1050-RESTAURER-REPRISE.
002620     OPEN INPUT FC-CHKPT.
002621     IF NOT FC-CHKPT-OK
002622        GO TO 1050-EXIT
002623     END-IF.
002624     READ FC-CHKPT
002625        AT END MOVE 'T' TO CK-ETAT
002626     END-READ.
002627     CLOSE FC-CHKPT.
002628     IF NOT CK-EN-COURS
002629        GO TO 1050-EXIT
002630     END-IF.
002631     MOVE 'O' TO W-REPRISE-SW.
002632     MOVE CK-DATE-FACTURE TO W-DATE-FACTURE.
002633     MOVE CK-HEURE-EMISSION TO W-HEURE-EMISSION.
002634     MOVE CK-DATE-POINT TO W-REPRISE-DATE-POINT.
002635     MOVE CK-HEURE-POINT TO W-REPRISE-HEURE-POINT.
002636     MOVE CK-NB-TOTAUX TO W-REPRISE-NB-TOTAUX.
002637     MOVE CK-NB-AVOIRS TO W-REPRISE-NB-AVOIRS.
002638     MOVE CK-RANG-TOTAL TO W-RANG-TOTAL-FAIT.
002639     MOVE CK-RANG-AVOIR TO W-RANG-AVOIR-FAIT.
002640     COMPUTE W-DEBUT-TOTAL = CK-RANG-TOTAL + 1.
002641     COMPUTE W-DEBUT-AVOIR = CK-RANG-AVOIR + 1.
002642     MOVE CK-DERNIER-NUMERO TO W-REPRISE-NUMERO.
002643     MOVE CK-NO-PAGE TO W-NO-PAGE.
002644     MOVE CK-RANG-ARCHIVE TO W-RANG-ARCHIVE.
002645     MOVE CK-NB-FACTURES TO W-NB-FACTURES.
002646     MOVE CK-NB-AVOIRS-EMIS TO W-NB-AVOIRS-EMIS.
002647     MOVE CK-NB-ELECTRONIQUES TO W-NB-ELECTRONIQUES.
002648     MOVE CK-NB-INSCRITS TO W-NB-INSCRITS.
002649     MOVE CK-NB-POSTES-DEVISE TO W-NB-POSTES-DEVISE.
002650     MOVE CK-NB-PORTAIL TO W-NB-PORTAIL.
002651     MOVE CK-NB-AVOIRS-REJETES TO W-NB-AVOIRS-REJETES.
002652     MOVE CK-TOT-HT TO W-TOT-HT.
002653     MOVE CK-TOT-TVA TO W-TOT-TVA.
002654     MOVE CK-TOT-TTC TO W-TOT-TTC.
002655     MOVE CK-TOT-AV-HT TO W-TOT-AV-HT.
002656     MOVE CK-TOT-AV-TVA TO W-TOT-AV-TVA.
002657     MOVE CK-TOT-AV-TTC TO W-TOT-AV-TTC.
002658     PERFORM 1055-RESTAURER-ECRITS THRU 1055-EXIT
002659        VARYING W-IDX-FR FROM 1 BY 1 UNTIL W-IDX-FR > 9.
002660     PERFORM 1060-COMPTER-PRESENTS THRU 1060-EXIT.
002661     PERFORM 1070-CALCULER-SAUT THRU 1070-EXIT
002662        VARYING W-IDX-FR FROM 1 BY 1 UNTIL W-IDX-FR > 9.
002663     PERFORM 1080-RAPPORTER-REPRISE THRU 1080-EXIT.
002664 1050-EXIT.
002665     EXIT.
002666 1055-RESTAURER-ECRITS.
002667     MOVE CK-ECRITS (W-IDX-FR) TO W-FR-VALIDES (W-IDX-FR).
002668     MOVE CK-ECRITS (W-IDX-FR) TO W-FR-ECRITS (W-IDX-FR).
002669     MOVE ZERO TO W-FR-PRESENTS (W-IDX-FR).
002670 1055-EXIT.
002671     EXIT.
002672*****************************************************************
002673*    1060-COMPTER-PRESENTS - ENREGISTREMENTS DU PASSAGE DEJA SUR
002674*    CHAQUE FICHIER : TOUT LE FICHIER POUR CEUX DU PASSAGE, LES
002675*    SEULES LIGNES HZFC0001 A LA DATE ET L'HEURE DU PASSAGE POUR
002676*    LES FICHIERS CUMULATIFS (DOC-ELEC : INDEX DU PASSAGE ET
002677*    LIGNES QUI LE SUIVENT).
002678*****************************************************************
002679 1060-COMPTER-PRESENTS.
002680     OPEN INPUT FC-PRNT.
002681     IF W-FC-PRNT-STATUS = '00'
002682        MOVE 'N' TO W-FIN-COMPTAGE
002683        PERFORM UNTIL FIN-COMPTAGE
002684           READ FC-PRNT
002685              AT END SET FIN-COMPTAGE TO TRUE
002686              NOT AT END ADD 1 TO W-FR-PRESENTS (1)
002687           END-READ
002688        END-PERFORM
002689        CLOSE FC-PRNT
002690     END-IF.
002691     OPEN INPUT OUV-ITEMS.
002692     IF W-OUV-ITEMS-STATUS = '00'
002693        MOVE 'N' TO W-FIN-COMPTAGE
002694        PERFORM UNTIL FIN-COMPTAGE
002695           READ OUV-ITEMS
002696              AT END SET FIN-COMPTAGE TO TRUE
002697              NOT AT END ADD 1 TO W-FR-PRESENTS (2)
002698           END-READ
002699        END-PERFORM
002700        CLOSE OUV-ITEMS
002701     END-IF.
002702     OPEN INPUT OUV-DEV.
002703     IF W-OUV-DEV-STATUS = '00'
002704        MOVE 'N' TO W-FIN-COMPTAGE
002705        PERFORM UNTIL FIN-COMPTAGE
002706           READ OUV-DEV
002707              AT END SET FIN-COMPTAGE TO TRUE
002708              NOT AT END ADD 1 TO W-FR-PRESENTS (3)
002709           END-READ
002710        END-PERFORM
002711        CLOSE OUV-DEV
002712     END-IF.
002713     OPEN INPUT AV-IMP.
002714     IF W-AV-IMP-STATUS = '00'
002715        MOVE 'N' TO W-FIN-COMPTAGE
002716        PERFORM UNTIL FIN-COMPTAGE
002717           READ AV-IMP
002718              AT END SET FIN-COMPTAGE TO TRUE
002719              NOT AT END ADD 1 TO W-FR-PRESENTS (4)
002720           END-READ
002721        END-PERFORM
002722        CLOSE AV-IMP
002723     END-IF.
002724     OPEN INPUT FC-REG.
002725     IF W-FC-REG-STATUS = '00'
002726        MOVE 'N' TO W-FIN-COMPTAGE
002727        PERFORM UNTIL FIN-COMPTAGE
002728           READ FC-REG
002729              AT END SET FIN-COMPTAGE TO TRUE
002730              NOT AT END ADD 1 TO W-FR-PRESENTS (5)
002731           END-READ
002732        END-PERFORM
002733        CLOSE FC-REG
002734     END-IF.
002735     OPEN INPUT DOC-ELEC.
002736     IF W-DOC-ELEC-STATUS = '00'
002737        MOVE 'N' TO W-FIN-COMPTAGE
002738        MOVE 'N' TO W-ELEC-DU-PASSAGE-SW
002739        PERFORM UNTIL FIN-COMPTAGE
002740           READ DOC-ELEC
002741              AT END SET FIN-COMPTAGE TO TRUE
002742              NOT AT END PERFORM 1065-COMPTER-ELEC THRU 1065-EXIT
002743           END-READ
002744        END-PERFORM
002745        CLOSE DOC-ELEC
002746     END-IF.
002747     OPEN INPUT DOC-ARCH.
002748     IF W-DOC-ARCH-STATUS = '00'
002749        MOVE 'N' TO W-FIN-COMPTAGE
002750        PERFORM UNTIL FIN-COMPTAGE
002751           READ DOC-ARCH
002752              AT END SET FIN-COMPTAGE TO TRUE
002753              NOT AT END
002754                 IF AR-PROGRAMME = 'HZFC0001'
002755                    AND AR-DATE-PRODUCTION = W-DATE-FACTURE
002756                    AND AR-HEURE-PRODUCTION = W-HEURE-EMISSION
002757                    ADD 1 TO W-FR-PRESENTS (7)
002758                 END-IF
002759           END-READ
002760        END-PERFORM
002761        CLOSE DOC-ARCH
002762     END-IF.
002763     OPEN INPUT DOC-REG.
002764     IF W-DOC-REG-STATUS = '00'
002765        MOVE 'N' TO W-FIN-COMPTAGE
002766        PERFORM UNTIL FIN-COMPTAGE
002767           READ DOC-REG
002768              AT END SET FIN-COMPTAGE TO TRUE
002769              NOT AT END
002770                 IF RG-PROGRAMME = 'HZFC0001'
002771                    AND RG-DATE-PRODUCTION = W-DATE-FACTURE
002772                    AND RG-HEURE-PRODUCTION = W-HEURE-EMISSION
002773                    ADD 1 TO W-FR-PRESENTS (8)
002774                 END-IF
002775           END-READ
002776        END-PERFORM
002777        CLOSE DOC-REG
002778     END-IF.
002779     OPEN INPUT FE-PUB.
002780     IF W-FE-PUB-STATUS = '00'
002781        MOVE 'N' TO W-FIN-COMPTAGE
002782        PERFORM UNTIL FIN-COMPTAGE
002783           READ FE-PUB
002784              AT END SET FIN-COMPTAGE TO TRUE
002785              NOT AT END ADD 1 TO W-FR-PRESENTS (9)
002786           END-READ
002787        END-PERFORM
002788        CLOSE FE-PUB
002789     END-IF.
002790 1060-EXIT.
002791     EXIT.
002792 1065-COMPTER-ELEC.
002793     IF EL-ENREG-INDEX
002794        MOVE 'N' TO W-ELEC-DU-PASSAGE-SW
002795        IF EL-PROGRAMME = 'HZFC0001'
002796           AND EL-DATE-PRODUCTION = W-DATE-FACTURE
002797           AND EL-HEURE-PRODUCTION = W-HEURE-EMISSION
002798           MOVE 'O' TO W-ELEC-DU-PASSAGE-SW
002799        END-IF
002800     END-IF.
002801     IF ELEC-DU-PASSAGE
002802        ADD 1 TO W-FR-PRESENTS (6)
002803     END-IF.
002804 1065-EXIT.
002805     EXIT.
002806 1070-CALCULER-SAUT.
002807     IF W-FR-PRESENTS (W-IDX-FR) < W-FR-VALIDES (W-IDX-FR)
002808        MOVE ZERO TO W-FR-SAUT (W-IDX-FR)
002809        MOVE 'O' TO W-REPRISE-REFUSEE-SW
002810        DISPLAY 'HZFC0001 - REPRISE REFUSEE : '
002811              W-FR-NOM (W-IDX-FR)
002812            ' PLUS COURT QUE LE POINT DE REPRISE'
002813        MOVE 8 TO RETURN-CODE
002814     ELSE
002815        COMPUTE W-FR-SAUT (W-IDX-FR) =
002816           W-FR-PRESENTS (W-IDX-FR) - W-FR-VALIDES (W-IDX-FR)
002817     END-IF.
002818 1070-EXIT.
002819     EXIT.
002820*****************************************************************
002821*    1080-RAPPORTER-REPRISE - RAPPORT A L'OPERATEUR : POINT DE
002822*    REPRISE RETENU, DERNIERE PIECE VALIDEE, RANGS DEJA TRAITES,
002823*    PUIS PAR FICHIER LES ENREGISTREMENTS VALIDES AU POINT,
002824*    PRESENTS ET RECONNUS SANS REECRITURE.
002825*****************************************************************
002826 1080-RAPPORTER-REPRISE.
002827     OPEN OUTPUT FC-REPRISE.
002828     MOVE SPACES TO W-LIGNE-TRAVAIL.
002829     STRING 'HZFC0001 - REPRISE DU PASSAGE DU ' DELIMITED BY SIZE
002830         W-DATE-FACTURE DELIMITED BY SIZE
002831         ' ' DELIMITED BY SIZE
002832         W-HEURE-EMISSION DELIMITED BY SIZE
002833         ' AU POINT DU ' DELIMITED BY SIZE
002834         W-REPRISE-DATE-POINT DELIMITED BY SIZE
002835         ' ' DELIMITED BY SIZE
002836         W-REPRISE-HEURE-POINT DELIMITED BY SIZE
002837         INTO W-LIGNE-TRAVAIL
002838     END-STRING.
002839     WRITE FC-REPRISE-LIGNE FROM W-LIGNE-TRAVAIL.
002840     MOVE W-RANG-TOTAL-FAIT TO W-NB-EDIT.
002841     MOVE W-RANG-AVOIR-FAIT TO W-NB-EDIT-2.
002842     MOVE SPACES TO W-LIGNE-TRAVAIL.
002843     STRING 'DERNIERE PIECE VALIDEE : ' DELIMITED BY SIZE
002844         W-REPRISE-NUMERO DELIMITED BY SIZE
002845         ' - TOTAUX TRAITES : ' DELIMITED BY SIZE
002846         W-NB-EDIT DELIMITED BY SIZE
002847         ' - DEMANDES D''AVOIR TRAITEES : ' DELIMITED BY SIZE
002848         W-NB-EDIT-2 DELIMITED BY SIZE
002849         INTO W-LIGNE-TRAVAIL
002850     END-STRING.
002851     WRITE FC-REPRISE-LIGNE FROM W-LIGNE-TRAVAIL.
002852     PERFORM 1090-RAPPORTER-FICHIER THRU 1090-EXIT
002853        VARYING W-IDX-FR FROM 1 BY 1 UNTIL W-IDX-FR > 9.
002854     MOVE SPACES TO W-LIGNE-TRAVAIL.
002855     IF REPRISE-REFUSEE
002856        MOVE 'REPRISE REFUSEE - FICHIERS A RESTAURER'
002857           TO W-LIGNE-TRAVAIL
002858     ELSE
002859        COMPUTE W-NUMERO-FACTURE = W-REPRISE-NUMERO + 1
002860        STRING 'REPRISE A LA PIECE ' DELIMITED BY SIZE
002861            W-NUMERO-FACTURE DELIMITED BY SIZE
002862            INTO W-LIGNE-TRAVAIL
002863        END-STRING
002864     END-IF.
002865     WRITE FC-REPRISE-LIGNE FROM W-LIGNE-TRAVAIL.
002866     CLOSE FC-REPRISE.
002867     DISPLAY 'HZFC0001 - REPRISE APRES LA PIECE ' W-REPRISE-NUMERO
002868         ' - VOIR FC-REPRISE'.
002869 1080-EXIT.
002870     EXIT.
002871 1090-RAPPORTER-FICHIER.
002872     MOVE W-FR-VALIDES (W-IDX-FR) TO W-NB-EDIT.
002873     MOVE W-FR-PRESENTS (W-IDX-FR) TO W-NB-EDIT-2.
002874     MOVE W-FR-SAUT (W-IDX-FR) TO W-NB-EDIT-3.
002875     MOVE SPACES TO W-LIGNE-TRAVAIL.
002876     STRING '  ' DELIMITED BY SIZE
002877         W-FR-NOM (W-IDX-FR) DELIMITED BY SIZE
002878         ' VALIDES ' DELIMITED BY SIZE
002879         W-NB-EDIT DELIMITED BY SIZE
002880         ' PRESENTS ' DELIMITED BY SIZE
002881         W-NB-EDIT-2 DELIMITED BY SIZE
002882         ' RECONNUS SANS REECRITURE ' DELIMITED BY SIZE
002883         W-NB-EDIT-3 DELIMITED BY SIZE
002884         INTO W-LIGNE-TRAVAIL
002885     END-STRING.
002886     WRITE FC-REPRISE-LIGNE FROM W-LIGNE-TRAVAIL.
002887 1090-EXIT.
002888     EXIT.
002889 1500-CHARGER-TVA.
002890     OPEN INPUT TVA-TAB.
002891     IF NOT TVA-TAB-OK
002892        DISPLAY 'HZFC0001 - TVA-TAB INDISPONIBLE, TVA A ZERO - '
002893            'STATUT ' W-TVA-TAB-STATUS
002894        MOVE 4 TO RETURN-CODE
002895        GO TO 1500-EXIT
002896     END-IF.
002897     PERFORM UNTIL FIN-TVA
002898        READ TVA-TAB
002900           AT END SET FIN-TVA TO TRUE
002910           NOT AT END PERFORM 1510-EMPILER-TVA THRU 1510-EXIT
002920        END-READ
003110*    (TVA COLLECTEE AU CREDIT). SANS CES ENTREES, AUCUNE
003120*    ECRITURE GL N'EST EMISE (SIGNALE).
003130*****************************************************************
003131 1600-CHARGER-COMPTES.
003132     OPEN INPUT CPT-MAP.
003133     IF NOT CPT-MAP-OK
003134        DISPLAY 'HZFC0001 - CPT-MAP INDISPONIBLE - STATUT '
003135            W-CPT-MAP-STATUS
003136        MOVE 4 TO RETURN-CODE
003137        GO TO 1600-EXIT
003138     END-IF.
003139     PERFORM UNTIL FIN-MAP
003140        READ CPT-MAP
003141           AT END SET FIN-MAP TO TRUE
003142           NOT AT END
003143              IF CM-COANAL = 'FACT'
003144                 MOVE CM-COMPTE-DEBIT TO W-COMPTE-CLIENT
003145                 MOVE CM-COMPTE-CREDIT TO W-COMPTE-PRODUITS
003146              END-IF
003147              IF CM-COANAL = 'TVA'
003148                 MOVE CM-COMPTE-CREDIT TO W-COMPTE-TVA
003149              END-IF
003150        END-READ
003151     END-PERFORM.
003152     CLOSE CPT-MAP.
003153 1600-EXIT.
003154     EXIT.
003155*****************************************************************
003156*    1700-CHARGER-ADH-REF - ADHERENTS EN DIFFUSION ELECTRONIQUE.
003157*    REFERENTIEL ABSENT : TOUTES LES PIECES SONT IMPRIMEES.
003158*****************************************************************
003159 1700-CHARGER-ADH-REF.
003160     OPEN INPUT ADH-REF.
003161     IF NOT ADH-REF-OK
003162        DISPLAY 'HZFC0001 - ADH-REF INDISPONIBLE, PIECES TOUTES '
003163            'IMPRIMEES - STATUT ' W-ADH-REF-STATUS
003164        GO TO 1700-EXIT
003165     END-IF.
003166     PERFORM UNTIL FIN-REF
003167        READ ADH-REF
003168           AT END SET FIN-REF TO TRUE
003169           NOT AT END
003170              IF AF-CANAL-ELECTRONIQUE AND NOT AF-EMAIL-INVALIDE
003171                 PERFORM 1710-EMPILER-ELEC THRU 1710-EXIT
003172              END-IF
003173              PERFORM 1720-EMPILER-LANGUE THRU 1720-EXIT
003174        END-READ
003175     END-PERFORM.
003176     CLOSE ADH-REF.
003177 1700-EXIT.
003178     EXIT.
003179 1710-EMPILER-ELEC.
003180     IF W-NB-ELEC < 2000
003181        ADD 1 TO W-NB-ELEC
003182        MOVE AF-COADHF TO W-EL-COADHF (W-NB-ELEC)
003183        MOVE AF-LANGUE TO W-EL-LANGUE (W-NB-ELEC)
003184        MOVE AF-EMAIL TO W-EL-EMAIL (W-NB-ELEC)
003185     ELSE
003186        DISPLAY 'HZFC0001 - TABLE ELECTRONIQUE PLEINE (2000) - '
003187            'DOCUMENT IMPRIME : ' AF-COADHF
003188        IF RETURN-CODE < 4
003189           MOVE 4 TO RETURN-CODE
003190        END-IF
003191     END-IF.
003192 1710-EXIT.
003193     EXIT.
003194 1720-EMPILER-LANGUE.
003195     IF AF-LANGUE = SPACES OR AF-LANGUE = 'FR'
003196        GO TO 1720-EXIT
003197     END-IF.
003198     IF W-NB-LANGUES < 2000
003199        ADD 1 TO W-NB-LANGUES
003200        MOVE AF-COADHF TO W-LG-COADHF (W-NB-LANGUES)
003201        MOVE AF-LANGUE TO W-LG-LANGUE (W-NB-LANGUES)
003202     END-IF.
003203 1720-EXIT.
003204     EXIT.
003205*****************************************************************
003206*    1800-CHARGER-DEVISES - TAUX DU JOUR DEV-TAB ET DEVISE DE
003207*    FACTURATION ADH-DEV, MEME SCHEMA QUE 1521/1523 DE HORROR.
003208*    FICHIER ABSENT : AUCUN POSTE EN DEVISE.
003209*****************************************************************
003210 1800-CHARGER-DEVISES.
003211     OPEN INPUT DEV-TAB.
003212     IF NOT DEV-TAB-OK
003213        DISPLAY 'HZFC0001 - DEV-TAB INDISPONIBLE, AUCUN POSTE EN '
003214            'DEVISE - STATUT ' W-DEV-TAB-STATUS
003215        GO TO 1800-EXIT
003216     END-IF.
003217     PERFORM UNTIL DEV-TAB-FIN
003218        READ DEV-TAB
003219           AT END SET DEV-TAB-FIN TO TRUE
003220           NOT AT END PERFORM 1810-EMPILER-DEVISE THRU 1810-EXIT
003221        END-READ
003222     END-PERFORM.
003223     CLOSE DEV-TAB.
003224     OPEN INPUT ADH-DEV.
003225     IF NOT ADH-DEV-OK
003226        DISPLAY 'HZFC0001 - ADH-DEV INDISPONIBLE, AUCUN POSTE EN '
003227            'DEVISE - STATUT ' W-ADH-DEV-STATUS
003228        GO TO 1800-EXIT
003229     END-IF.
003230     PERFORM UNTIL ADH-DEV-FIN
003231        READ ADH-DEV
003232           AT END SET ADH-DEV-FIN TO TRUE
003233           NOT AT END PERFORM 1820-EMPILER-ADH-DEV THRU 1820-EXIT
003234        END-READ
003235     END-PERFORM.
003236     CLOSE ADH-DEV.
003237 1800-EXIT.
003238     EXIT.
003239 1810-EMPILER-DEVISE.
003240     IF DT-TAUX = ZERO
003241        DISPLAY 'HZFC0001 - TAUX NUL POUR LA DEVISE ' DT-DEVISE
003242            ' - ENTREE IGNOREE'
003243        GO TO 1810-EXIT
003244     END-IF.
003245     IF W-NB-DEVISES < 20
003246        ADD 1 TO W-NB-DEVISES
003247        MOVE DT-DEVISE TO W-DV-DEVISE (W-NB-DEVISES)
003248        MOVE DT-TAUX TO W-DV-TAUX (W-NB-DEVISES)
003249     ELSE
003250        DISPLAY 'HZFC0001 - TABLE DEV-TAB PLEINE (20 DEVISES '
003251            'MAXIMUM) - ENTREE IGNOREE : ' DT-DEVISE
003252     END-IF.
003253 1810-EXIT.
003254     EXIT.
003255 1820-EMPILER-ADH-DEV.
003256     IF W-NB-ADH-DEV < 5000
003257        ADD 1 TO W-NB-ADH-DEV
003258        MOVE AV-COADHF TO W-AD-COADHF (W-NB-ADH-DEV)
003259        MOVE AV-DEVISE TO W-AD-DEVISE (W-NB-ADH-DEV)
003260     ELSE
003261        DISPLAY 'HZFC0001 - TABLE ADH-DEV PLEINE (5000 ADHERENTS '
003262            'MAXIMUM) - ENTREE IGNOREE : ' AV-COADHF
003263     END-IF.
003264 1820-EXIT.
003265     EXIT.
003266*****************************************************************
003267*    1900-CHARGER-PUBLICS - EMPLOYEURS PUBLICS D'EMP-PUB, PUIS,
003268*    S'IL Y EN A, IDENTITE DU VENDEUR (KONSTAB) ET MEMBRES DES
003269*    GROUPES (GRP-ADH). EMP-PUB ABSENT : TOUTES LES PIECES SONT
003270*    IMPRIMEES COMME AUPARAVANT.
003271*****************************************************************
003272 1900-CHARGER-PUBLICS.
003273     OPEN INPUT EMP-PUB.
003274     IF NOT EMP-PUB-OK
003275        DISPLAY 'HZFC0001 - EMP-PUB INDISPONIBLE, AUCUNE PIECE '
003276            'AU PORTAIL PUBLIC - STATUT ' W-EMP-PUB-STATUS
003277        GO TO 1900-EXIT
003278     END-IF.
003279     PERFORM UNTIL EMP-PUB-FIN
003280        READ EMP-PUB
003281           AT END SET EMP-PUB-FIN TO TRUE
003282           NOT AT END PERFORM 1910-EMPILER-PUBLIC THRU 1910-EXIT
003283        END-READ
003284     END-PERFORM.
003285     CLOSE EMP-PUB.
003286     IF W-NB-PUBLICS = ZERO
003287        GO TO 1900-EXIT
003288     END-IF.
003289     OPEN INPUT KONSTAB.
003290     IF KONSTAB-OK
003291        PERFORM UNTIL KONSTAB-FIN
003292           READ KONSTAB
003293              AT END SET KONSTAB-FIN TO TRUE
003294              NOT AT END
003295                 IF KONSTAB-RUBRIQUE = 'VENDEUR-SIRET'
003296                    MOVE KONSTAB-VALEUR (1:14) TO KT-VENDEUR-SIRET
003297                 END-IF
003298                 IF KONSTAB-RUBRIQUE = 'VENDEUR-TVA'
003299                    MOVE KONSTAB-VALEUR (1:13) TO KT-VENDEUR-TVA
003300                 END-IF
003301                 IF KONSTAB-RUBRIQUE = 'VENDEUR-NOM'
003302                    MOVE KONSTAB-VALEUR (1:30) TO KT-VENDEUR-NOM
003303                 END-IF
003304           END-READ
003305        END-PERFORM
003306        CLOSE KONSTAB
003307     END-IF.
003308     IF KT-VENDEUR-SIRET = SPACES OR KT-VENDEUR-TVA = SPACES
003309        DISPLAY 'HZFC0001 - IDENTITE VENDEUR INCOMPLETE DANS '
003310            'KONSTAB - FACTURES PORTAIL A CONTROLER'
003311        IF RETURN-CODE < 4
003312           MOVE 4 TO RETURN-CODE
003313        END-IF
003314     END-IF.
003315     OPEN INPUT GRP-ADH.
003316     IF NOT GRP-ADH-OK
003317        DISPLAY 'HZFC0001 - GRP-ADH INDISPONIBLE, LIGNES PORTAIL '
003318            'DU SEUL COMPTE EMPLOYEUR - STATUT ' W-GRP-ADH-STATUS
003319        IF RETURN-CODE < 4
003320           MOVE 4 TO RETURN-CODE
003321        END-IF
003322        GO TO 1900-EXIT
003323     END-IF.
003324     PERFORM UNTIL GRP-ADH-FIN
003325        READ GRP-ADH
003326           AT END SET GRP-ADH-FIN TO TRUE
003327           NOT AT END PERFORM 1920-EMPILER-MEMBRE THRU 1920-EXIT
003328        END-READ
003329     END-PERFORM.
003330     CLOSE GRP-ADH.
003331 1900-EXIT.
003332     EXIT.
003333*****************************************************************
003334*    1910-EMPILER-PUBLIC - SEULS LES EMPLOYEURS MARQUES PUBLICS ET
003335*    POURVUS DE LEUR IDENTIFIANT LEGAL SONT RETENUS ; UN EMPLOYEUR
003336*    PUBLIC SANS IDENTIFIANT RESTE FACTURE SUR PAPIER (SIGNALE).
003337*****************************************************************
003338 1910-EMPILER-PUBLIC.
003339     IF NOT EP-EMPLOYEUR-PUBLIC
003340        GO TO 1910-EXIT
003341     END-IF.
003342     IF EP-IDENTIFIANT = SPACES
003343        DISPLAY 'HZFC0001 - EMPLOYEUR PUBLIC SANS IDENTIFIANT '
003344            'LEGAL, FACTURE IMPRIMEE : ' EP-EMPLOYEUR
003345        IF RETURN-CODE < 4
003346           MOVE 4 TO RETURN-CODE
003347        END-IF
003348        GO TO 1910-EXIT
003349     END-IF.
003350     IF W-NB-PUBLICS < 500
003351        ADD 1 TO W-NB-PUBLICS
003352        MOVE EP-EMPLOYEUR TO W-PB-EMPLOYEUR (W-NB-PUBLICS)
003353        MOVE EP-IDENTIFIANT TO W-PB-IDENTIFIANT (W-NB-PUBLICS)
003354        MOVE EP-CODE-SERVICE TO W-PB-CODE-SERVICE (W-NB-PUBLICS)
003355        MOVE EP-ENGAGEMENT TO W-PB-ENGAGEMENT (W-NB-PUBLICS)
003356        MOVE EP-RAISON-SOCIALE
003357           TO W-PB-RAISON-SOCIALE (W-NB-PUBLICS)
003358     ELSE
003359        DISPLAY 'HZFC0001 - TABLE EMP-PUB PLEINE (500) - '
003360            'FACTURE IMPRIMEE : ' EP-EMPLOYEUR
003361        IF RETURN-CODE < 4
003362           MOVE 4 TO RETURN-CODE
003363        END-IF
003364     END-IF.
003365 1910-EXIT.
003366     EXIT.
003367 1920-EMPILER-MEMBRE.
003368     IF W-NB-MEMBRES < 2000
003369        ADD 1 TO W-NB-MEMBRES
003370        MOVE GR-EMPLOYEUR TO W-GM-EMPLOYEUR (W-NB-MEMBRES)
003371        MOVE GR-COADHF TO W-GM-COADHF (W-NB-MEMBRES)
003372        MOVE GR-DATE-DEBUT TO W-GM-DATE-DEBUT (W-NB-MEMBRES)
003373        MOVE GR-DATE-FIN TO W-GM-DATE-FIN (W-NB-MEMBRES)
003374     ELSE
003375        DISPLAY 'HZFC0001 - TABLE GRP-ADH PLEINE (2000 MEMBRES '
003376            'MAXIMUM) - ENTREE IGNOREE : ' GR-COADHF
003377        IF RETURN-CODE < 4
003378           MOVE 4 TO RETURN-CODE
003379        END-IF
003380     END-IF.
003381 1920-EXIT.
003382     EXIT.
003383*****************************************************************
003390*    2000-CHARGER-PREFACT - COLLECTE LES DETAILS '02' ET LES
003400*    TOTAUX '03' (UNE FACTURE PAR TOTAL).
003410*****************************************************************
003680           END-IF
003690        WHEN '03'
003700           MOVE PREFACT-ENREG TO W-PF-TOTAL-ADH
003702           IF W-PT-TOTAL < ZERO
003704              PERFORM 2150-EMPILER-REGULARISATION THRU 2150-EXIT
003706              GO TO 2100-EXIT
003708           END-IF
003710           IF W-NB-TOTAUX < 500
003720              ADD 1 TO W-NB-TOTAUX
003730              MOVE W-PT-COADHF TO W-TO-COADHF (W-NB-TOTAUX)
003760              DISPLAY 'HZFC0001 - TABLE DES TOTAUX PLEINE (500)'
003770                  ' - FACTURATION PARTIELLE'
003780              MOVE 8 TO RETURN-CODE
003781           END-IF
003782        WHEN '04'
003783           MOVE PREFACT-ENREG TO W-PF-AVOIR
003784           IF W-NB-AVOIRS < 500
003785              ADD 1 TO W-NB-AVOIRS
003786              MOVE W-PA-COADHF TO W-AV-COADHF (W-NB-AVOIRS)
003787              MOVE W-PA-FACTURE-ORIGINE
003788                 TO W-AV-FACTURE (W-NB-AVOIRS)
003789              MOVE W-PA-MONTANT-HT TO W-AV-HT (W-NB-AVOIRS)
003790              MOVE W-PA-MOTIF TO W-AV-MOTIF (W-NB-AVOIRS)
003791              MOVE 'D' TO W-AV-ORIGINE (W-NB-AVOIRS)
003792           ELSE
003793              DISPLAY 'HZFC0001 - TABLE DES AVOIRS PLEINE (500)'
003794                  ' - AVOIR IGNORE SUR FACTURE '
003795                  W-PA-FACTURE-ORIGINE
003796              MOVE 8 TO RETURN-CODE
003797           END-IF
003800        WHEN OTHER
003801           CONTINUE
003802     END-EVALUATE.
003803 2100-EXIT.
003804     EXIT.
003805*****************************************************************
003806*    2150-EMPILER-REGULARISATION - UN TOTAL ADHERENT NEGATIF
003807*    (CORRECTION A LA BAISSE DE HZCO0001, DELTA RETROACTIF
003808*    NEGATIF DE HZRT0001) N'EST PAS UNE FACTURE : IL DEVIENT UNE
003809*    DEMANDE D'AVOIR DU MONTANT OPPOSE, SUR LA DERNIERE FACTURE
003810*    OUVERTE DE L'ADHERENT RECHERCHEE A L'EMISSION (3515).
003811*****************************************************************
003812 2150-EMPILER-REGULARISATION.
003813     IF W-NB-AVOIRS < 500
003814        ADD 1 TO W-NB-AVOIRS
003815        MOVE W-PT-COADHF TO W-AV-COADHF (W-NB-AVOIRS)
003816        MOVE ZERO TO W-AV-FACTURE (W-NB-AVOIRS)
003817        COMPUTE W-AV-HT (W-NB-AVOIRS) = ZERO - W-PT-TOTAL
003818        MOVE 'REGULARISATION A LA BAISSE'
003819           TO W-AV-MOTIF (W-NB-AVOIRS)
003820        MOVE 'T' TO W-AV-ORIGINE (W-NB-AVOIRS)
003821     ELSE
003822        DISPLAY 'HZFC0001 - TABLE DES AVOIRS PLEINE (500)'
003823            ' - TOTAL NEGATIF IGNORE POUR ' W-PT-COADHF
003824        MOVE 8 TO RETURN-CODE
003825     END-IF.
003826 2150-EXIT.
003827     EXIT.
003828*****************************************************************
003829*    2500-CONTROLER-REPRISE - EN RELANCE, PREFACT DOIT ETRE CELUI
003830*    DU PASSAGE INTERROMPU (MEMES NOMBRES DE TOTAUX ET DE
003831*    DEMANDES D'AVOIR) ; SINON LA REPRISE EST REFUSEE (CODE 8).
003832*****************************************************************
003833 2500-CONTROLER-REPRISE.
003834     IF NOT EN-REPRISE
003835        GO TO 2500-EXIT
003836     END-IF.
003837     IF W-NB-TOTAUX NOT = W-REPRISE-NB-TOTAUX
003838        OR W-NB-AVOIRS NOT = W-REPRISE-NB-AVOIRS
003839        DISPLAY 'HZFC0001 - REPRISE REFUSEE : PREFACT '
003840            'DIFFERENT DU PASSAGE INTERROMPU'
003841        MOVE 'O' TO W-REPRISE-REFUSEE-SW
003842        MOVE 8 TO RETURN-CODE
003843     END-IF.
003844 2500-EXIT.
003845     EXIT.
003850*****************************************************************
003860*    3000-FACTURER - UNE FACTURE : NUMERO SEQUENTIEL, LIGNES DE
003870*    DETAIL DE L'ADHERENT, HT/TVA/TTC, POSTE OUVERT ET CUMULS
003910     ADD 1 TO W-NUMERO-FACTURE.
003920     ADD 1 TO W-NB-FACTURES.
003930     MOVE W-TO-TOTAL (W-IDX-TO) TO W-MONTANT-HT.
003935     MOVE W-TO-COADHF (W-IDX-TO) TO W-COADHF-COURANT.
003940     PERFORM 3100-RECHERCHER-ETABLISSEMENT THRU 3100-EXIT.
003950     PERFORM 3200-RECHERCHER-TVA THRU 3200-EXIT.
003960     COMPUTE W-MONTANT-TVA ROUNDED =
004000     ADD W-MONTANT-HT TO W-TOT-HT.
004010     ADD W-MONTANT-TVA TO W-TOT-TVA.
004020     ADD W-MONTANT-TTC TO W-TOT-TTC.
004023     MOVE 'FC' TO W-TYPE-DOC-COURANT.
004026     PERFORM 3300-CONTROLER-CANAL THRU 3300-EXIT.
004030     PERFORM 4000-IMPRIMER-FACTURE THRU 4000-EXIT.
004031     PERFORM 6300-INSCRIRE-REGISTRE THRU 6300-EXIT.
004032     IF DOCUMENT-PORTAIL
004033        PERFORM 4700-EMETTRE-PORTAIL THRU 4700-EXIT
004034     END-IF.
004035     IF DOCUMENT-ELECTRONIQUE
004036        CLOSE DOC-ELEC
004037     END-IF.
004040     PERFORM 5000-ECRIRE-POSTE-OUVERT THRU 5000-EXIT.
004042     MOVE 'F' TO FR-TYPE-PIECE.
004044     PERFORM 5600-ECRIRE-REGISTRE THRU 5600-EXIT.
004046     MOVE W-IDX-TO TO W-RANG-TOTAL-FAIT.
004048     PERFORM 3900-VALIDER-PROGRESSION THRU 3900-EXIT.
004050 3000-EXIT.
004060     EXIT.
004070*****************************************************************
004080*    3100-RECHERCHER-ETABLISSEMENT - L'ETABLISSEMENT DE
004090*    L'ADHERENT W-COADHF-COURANT EST PRIS SUR SON PREMIER
004100*    MAITRE FFFFFGS (CHEMIN D'INDEX ALTERNATIF). ADHERENT SANS
004110*    MAITRE : ETABLISSEMENT A BLANC, TVA PAR DEFAUT.
004120*****************************************************************
004130 3100-RECHERCHER-ETABLISSEMENT.
004140     MOVE SPACES TO W-COETBL-COURANT.
004141     MOVE W-COADHF-COURANT TO FFFFFGS-COADHF.
004142     START FFFFFGS KEY IS EQUAL TO FFFFFGS-COADHF
004143        INVALID KEY GO TO 3100-EXIT.
004144     READ FFFFFGS NEXT RECORD
004145        AT END CONTINUE
004146        NOT AT END
004147           IF FFFFFGS-COADHF = W-COADHF-COURANT
004148              MOVE FFFFFGS-COETBL TO W-COETBL-COURANT
004149           END-IF
004150     END-READ.
004151 3100-EXIT.
004152     EXIT.
004153 3200-RECHERCHER-TVA.
004154     MOVE ZERO TO W-TAUX-TVA-COURANT.
004155     IF W-NB-TVA = ZERO
004156        GO TO 3200-EXIT
004157     END-IF.
004158     SET W-IDX-TV TO 1.
004159     SEARCH W-TV-ENTREE
004160        AT END
004161           CONTINUE
004162        WHEN W-IDX-TV > W-NB-TVA
004163           CONTINUE
004164        WHEN W-TV-COETBL (W-IDX-TV) = W-COETBL-COURANT
004165           MOVE W-TV-TAUX (W-IDX-TV) TO W-TAUX-TVA-COURANT
004166     END-SEARCH.
004167 3200-EXIT.
004168     EXIT.
004169*****************************************************************
004170*    3300-CONTROLER-CANAL - LA PIECE DE L'ADHERENT COURANT PART
004171*    EN DIFFUSION ELECTRONIQUE SI L'ADHERENT L'A CHOISIE :
004172*    DOC-ELEC EST OUVERT EN EXTEND POUR LA DUREE DE LA PIECE ET
004173*    L'ENREGISTREMENT INDEX (TYPE 'FC' FACTURE OU 'AV' AVOIR,
004174*    PERIODE = NUMERO DE PIECE) EST ECRIT EN TETE. LA PIECE D'UN
004175*    EMPLOYEUR PUBLIC PART AU PORTAIL (3350) ET NON EN MESSAGERIE.
004176*****************************************************************
004177 3300-CONTROLER-CANAL.
004178     MOVE 'N' TO W-DOC-ELEC-SW.
004179     MOVE ZERO TO W-RANG-ELEC.
004180     PERFORM 3350-CONTROLER-PORTAIL THRU 3350-EXIT.
004181     IF DOCUMENT-PORTAIL
004182        GO TO 3300-EXIT
004183     END-IF.
004184     IF W-NB-ELEC = ZERO
004185        GO TO 3300-EXIT
004186     END-IF.
004187     SET W-IDX-EL TO 1.
004188     SEARCH W-EL-ENTREE
004189        AT END
004190           CONTINUE
004191        WHEN W-IDX-EL > W-NB-ELEC
004192           CONTINUE
004193        WHEN W-EL-COADHF (W-IDX-EL) = W-COADHF-COURANT
004194           MOVE 'O' TO W-DOC-ELEC-SW
004195     END-SEARCH.
004196     IF NOT DOCUMENT-ELECTRONIQUE
004197        GO TO 3300-EXIT
004198     END-IF.
004199     ADD 1 TO W-NB-ELECTRONIQUES.
004200     OPEN EXTEND DOC-ELEC.
004201     IF W-DOC-ELEC-STATUS = '05'
004202        OPEN OUTPUT DOC-ELEC
004203     END-IF.
004204     MOVE SPACES TO DOC-ELEC-LIGNE.
004205     MOVE 'I' TO EL-TYPE-ENREG.
004206     MOVE W-COADHF-COURANT TO EL-COADHF.
004207     MOVE W-TYPE-DOC-COURANT TO EL-TYPE-DOC.
004208     MOVE W-NUMERO-FACTURE TO EL-PERIODE.
004209     MOVE W-EL-LANGUE (W-IDX-EL) TO EL-LANGUE.
004210     IF EL-LANGUE = SPACES
004211        MOVE 'FR' TO EL-LANGUE
004212     END-IF.
004213     MOVE W-EL-EMAIL (W-IDX-EL) TO EL-EMAIL.
004214     MOVE 'HZFC0001' TO EL-PROGRAMME.
004215     MOVE W-DATE-FACTURE TO EL-DATE-PRODUCTION.
004216     MOVE W-HEURE-EMISSION TO EL-HEURE-PRODUCTION.
004217     PERFORM 6550-ECRIRE-ELEC THRU 6550-EXIT.
004218 3300-EXIT.
004219     EXIT.
004220*****************************************************************
004221*    3350-CONTROLER-PORTAIL - LE COMPTE FACTURE EST-IL UN
004222*    EMPLOYEUR PUBLIC D'EMP-PUB ? W-IDX-PB RESTE POSITIONNE SUR
004223*    SON ENTREE POUR L'ENTETE DE LA FACTURE STRUCTUREE (4700).
004224*****************************************************************
004225 3350-CONTROLER-PORTAIL.
004226     MOVE 'N' TO W-DOC-PORTAIL-SW.
004227     IF W-NB-PUBLICS = ZERO
004228        GO TO 3350-EXIT
004229     END-IF.
004230     SET W-IDX-PB TO 1.
004231     SEARCH W-PB-ENTREE
004232        AT END
004233           CONTINUE
004234        WHEN W-IDX-PB > W-NB-PUBLICS
004235           CONTINUE
004236        WHEN W-PB-EMPLOYEUR (W-IDX-PB) = W-COADHF-COURANT
004237           MOVE 'O' TO W-DOC-PORTAIL-SW
004238     END-SEARCH.
004239 3350-EXIT.
004240     EXIT.
004241*****************************************************************
004242*    3500-EMETTRE-AVOIR - UN AVOIR PAR DEMANDE '04' : NUMERO PRIS
004243*    SUR LE MEME COMPTEUR QUE LES FACTURES, TVA DE
004244*    L'ETABLISSEMENT DE L'ADHERENT, IMPRESSION, IMPUTATION A
004245*    PASSER SUR LE POSTE D'ORIGINE ET CUMULS COMPTABLES.
004246*    TOUTE DEMANDE REJETEE (3510, OU TTC AU-DELA DU RESTE DU DE
004247*    LA FACTURE D'ORIGINE) EST SIGNALEE, SANS NUMERO NI
004248*    ECRITURE, AVEC UNE LIGNE 'R' SUR FC-REG ET LE CODE 4
004249*    (3520).
004250*****************************************************************
004251 3500-EMETTRE-AVOIR.
004252     PERFORM 3510-CONTROLER-FACTURE THRU 3510-EXIT.
004253     IF AVOIR-REJETE
004254        PERFORM 3520-REJETER-AVOIR THRU 3520-EXIT
004255        GO TO 3500-EXIT
004256     END-IF.
004257     MOVE W-AV-HT (W-IDX-AV) TO W-MONTANT-HT.
004258     MOVE W-AV-COADHF (W-IDX-AV) TO W-COADHF-COURANT.
004259     PERFORM 3100-RECHERCHER-ETABLISSEMENT THRU 3100-EXIT.
004260     PERFORM 3200-RECHERCHER-TVA THRU 3200-EXIT.
004261     COMPUTE W-MONTANT-TVA ROUNDED =
004262        W-MONTANT-HT * W-TAUX-TVA-COURANT / 100.
004263     COMPUTE W-MONTANT-TTC =
004264        W-MONTANT-HT + W-MONTANT-TVA.
004265     IF W-MONTANT-TTC > W-RESTE-ORIGINE
004266        MOVE 'O' TO W-AVOIR-REJETE-SW
004267        MOVE 'AVOIR SUPERIEUR AU RESTE DU' TO W-MOTIF-REJET
004268        PERFORM 3520-REJETER-AVOIR THRU 3520-EXIT
004269        GO TO 3500-EXIT
004270     END-IF.
004271     ADD 1 TO W-NUMERO-FACTURE.
004272     ADD 1 TO W-NB-AVOIRS-EMIS.
004273     ADD W-MONTANT-HT TO W-TOT-AV-HT.
004274     ADD W-MONTANT-TVA TO W-TOT-AV-TVA.
004275     ADD W-MONTANT-TTC TO W-TOT-AV-TTC.
004276     MOVE 'AV' TO W-TYPE-DOC-COURANT.
004277     PERFORM 3300-CONTROLER-CANAL THRU 3300-EXIT.
004278     PERFORM 4500-IMPRIMER-AVOIR THRU 4500-EXIT.
004279     PERFORM 6300-INSCRIRE-REGISTRE THRU 6300-EXIT.
004280     IF DOCUMENT-PORTAIL
004281        PERFORM 4700-EMETTRE-PORTAIL THRU 4700-EXIT
004282     END-IF.
004283     IF DOCUMENT-ELECTRONIQUE
004284        CLOSE DOC-ELEC
004285     END-IF.
004286     PERFORM 5500-ECRIRE-IMPUTATION THRU 5500-EXIT.
004287     MOVE 'A' TO FR-TYPE-PIECE.
004288     PERFORM 5600-ECRIRE-REGISTRE THRU 5600-EXIT.
004289     MOVE W-IDX-AV TO W-RANG-AVOIR-FAIT.
004290     MOVE W-NB-TOTAUX TO W-RANG-TOTAL-FAIT.
004291     PERFORM 3900-VALIDER-PROGRESSION THRU 3900-EXIT.
004292 3500-EXIT.
004293     EXIT.
004294*****************************************************************
004295*    3510-CONTROLER-FACTURE - LA DEMANDE DOIT PORTER UN MONTANT
004296*    POSITIF ET UNE FACTURE D'ORIGINE (RECHERCHEE PAR 3515 POUR
004297*    UN TOTAL NEGATIF) PRESENTE DANS OUV-MAST, DE L'ADHERENT DE
004298*    LA DEMANDE, NI SOLDEE ('S') NI PASSEE EN PERTE ('I'). LE
004299*    RESTE DU DE LA FACTURE BORNE LE TTC DE L'AVOIR (3500).
004300*****************************************************************
004301 3510-CONTROLER-FACTURE.
004302     MOVE 'N' TO W-AVOIR-REJETE-SW.
004303     MOVE SPACES TO W-MOTIF-REJET.
004304     MOVE ZERO TO W-RESTE-ORIGINE.
004305     IF W-AV-HT (W-IDX-AV) NOT > ZERO
004306        MOVE 'O' TO W-AVOIR-REJETE-SW
004307        MOVE 'MONTANT A CREDITER NON POSITIF' TO W-MOTIF-REJET
004308        GO TO 3510-EXIT
004309     END-IF.
004310     IF NOT OUV-MAST-OUVERT
004311        MOVE 'O' TO W-AVOIR-REJETE-SW
004312        MOVE 'MAITRE DES POSTES INDISPONIBLE' TO W-MOTIF-REJET
004313        GO TO 3510-EXIT
004314     END-IF.
004315     IF AV-SUR-TOTAL (W-IDX-AV)
004316        PERFORM 3515-CHERCHER-DERNIERE-FACTURE THRU 3515-EXIT
004317        IF AVOIR-REJETE
004318           GO TO 3510-EXIT
004319        END-IF
004320     END-IF.
004321     IF W-AV-FACTURE (W-IDX-AV) NOT NUMERIC
004322        OR W-AV-FACTURE (W-IDX-AV) = ZERO
004323        MOVE 'O' TO W-AVOIR-REJETE-SW
004324        MOVE 'FACTURE D''ORIGINE ABSENTE' TO W-MOTIF-REJET
004325        GO TO 3510-EXIT
004326     END-IF.
004327     MOVE W-AV-FACTURE (W-IDX-AV) TO OM-NUMERO-FACTURE.
004328     READ OUV-MAST
004329        INVALID KEY
004330           MOVE 'O' TO W-AVOIR-REJETE-SW
004331           MOVE 'FACTURE D''ORIGINE INCONNUE' TO W-MOTIF-REJET
004332           GO TO 3510-EXIT
004333     END-READ.
004334     IF OM-COADHF NOT = W-AV-COADHF (W-IDX-AV)
004335        MOVE 'O' TO W-AVOIR-REJETE-SW
004336        MOVE 'FACTURE D''UN AUTRE ADHERENT' TO W-MOTIF-REJET
004337        GO TO 3510-EXIT
004338     END-IF.
004339     IF OM-STATUT = 'S'
004340        MOVE 'O' TO W-AVOIR-REJETE-SW
004341        MOVE 'FACTURE DEJA SOLDEE' TO W-MOTIF-REJET
004342        GO TO 3510-EXIT
004343     END-IF.
004344     IF OM-STATUT = 'I'
004345        MOVE 'O' TO W-AVOIR-REJETE-SW
004346        MOVE 'FACTURE PASSEE EN PERTE' TO W-MOTIF-REJET
004347        GO TO 3510-EXIT
004348     END-IF.
004349     COMPUTE W-RESTE-ORIGINE = OM-MONTANT-TTC - OM-MONTANT-REGLE.
004350 3510-EXIT.
004351     EXIT.
004352*****************************************************************
004353*    3515-CHERCHER-DERNIERE-FACTURE - TOTAL NEGATIF : LA FACTURE
004354*    D'ORIGINE EST LA DERNIERE (DATE, PUIS NUMERO) DES FACTURES
004355*    NON SOLDEES ET NON PASSEES EN PERTE DE L'ADHERENT, LUES DANS
004356*    OUV-MAST PAR LA CLE ALTERNATIVE. AUCUNE : DEMANDE REJETEE.
004357*****************************************************************
004358 3515-CHERCHER-DERNIERE-FACTURE.
004359     MOVE ZERO TO W-AV-FACTURE (W-IDX-AV).
004360     MOVE ZERO TO W-DERNIERE-DATE.
004361     MOVE 'N' TO W-FIN-RECHERCHE-SW.
004362     MOVE W-AV-COADHF (W-IDX-AV) TO OM-COADHF.
004363     START OUV-MAST KEY IS EQUAL TO OM-COADHF
004364        INVALID KEY MOVE 'O' TO W-FIN-RECHERCHE-SW
004365     END-START.
004366     PERFORM 3516-EXAMINER-POSTE THRU 3516-EXIT
004367        UNTIL FIN-RECHERCHE.
004368     IF W-AV-FACTURE (W-IDX-AV) = ZERO
004369        MOVE 'O' TO W-AVOIR-REJETE-SW
004370        MOVE 'AUCUNE FACTURE OUVERTE' TO W-MOTIF-REJET
004371     END-IF.
004372 3515-EXIT.
004373     EXIT.
004374 3516-EXAMINER-POSTE.
004375     READ OUV-MAST NEXT RECORD
004376        AT END
004377           MOVE 'O' TO W-FIN-RECHERCHE-SW
004378           GO TO 3516-EXIT
004379     END-READ.
004380     IF OM-COADHF NOT = W-AV-COADHF (W-IDX-AV)
004381        MOVE 'O' TO W-FIN-RECHERCHE-SW
004382        GO TO 3516-EXIT
004383     END-IF.
004384     IF OM-STATUT = 'S' OR OM-STATUT = 'I'
004385        GO TO 3516-EXIT
004386     END-IF.
004387     IF OM-DATE-FACTURE < W-DERNIERE-DATE
004388        GO TO 3516-EXIT
004389     END-IF.
004390     IF OM-DATE-FACTURE = W-DERNIERE-DATE
004391        AND OM-NUMERO-FACTURE < W-AV-FACTURE (W-IDX-AV)
004392        GO TO 3516-EXIT
004393     END-IF.
004394     MOVE OM-DATE-FACTURE TO W-DERNIERE-DATE.
004395     MOVE OM-NUMERO-FACTURE TO W-AV-FACTURE (W-IDX-AV).
004396 3516-EXIT.
004397     EXIT.
004398*****************************************************************
004399*    3520-REJETER-AVOIR - AUCUN NUMERO, AUCUNE IMPRESSION, AUCUNE
004400*    IMPUTATION NI ECRITURE : LA DEMANDE EST SIGNALEE ET LAISSE
004401*    SA LIGNE 'R' SUR FC-REG.
004402*****************************************************************
004403 3520-REJETER-AVOIR.
004404     ADD 1 TO W-NB-AVOIRS-REJETES.
004405     DISPLAY 'HZFC0001 - DEMANDE D''AVOIR REJETEE - ADHERENT '
004406         W-AV-COADHF (W-IDX-AV) ' FACTURE '
004407         W-AV-FACTURE (W-IDX-AV) ' : ' W-MOTIF-REJET.
004408     MOVE 'R' TO FR-TYPE-PIECE.
004409     IF W-AV-FACTURE (W-IDX-AV) NUMERIC
004410        MOVE W-AV-FACTURE (W-IDX-AV) TO FR-NUMERO-PIECE
004411     ELSE
004412        MOVE ZERO TO FR-NUMERO-PIECE
004413     END-IF.
004414     MOVE W-DATE-FACTURE TO FR-DATE-PIECE.
004415     MOVE W-AV-COADHF (W-IDX-AV) TO FR-COADHF.
004416     MOVE SPACES TO FR-COETBL.
004417     MOVE ZERO TO FR-TAUX-TVA.
004418     MOVE W-AV-HT (W-IDX-AV) TO FR-MONTANT-HT.
004419     MOVE ZERO TO FR-MONTANT-TVA.
004420     MOVE ZERO TO FR-MONTANT-TTC.
004421     PERFORM 6540-ECRIRE-REGISTRE THRU 6540-EXIT.
004422     IF RETURN-CODE < 4
004423        MOVE 4 TO RETURN-CODE
004424     END-IF.
004425 3520-EXIT.
004426     EXIT.
004427*****************************************************************
004428*    3900-VALIDER-PROGRESSION - TOUTES LES KT-CHECKPOINT-INTERVAL
004429*    PIECES EMISES, POINT DE REPRISE (7600).
004430*****************************************************************
004431 3900-VALIDER-PROGRESSION.
004432     ADD 1 TO W-NB-DEPUIS-POINT.
004433     IF W-NB-DEPUIS-POINT < KT-CHECKPOINT-INTERVAL
004434        GO TO 3900-EXIT
004435     END-IF.
004436     PERFORM 7600-PRENDRE-POINT THRU 7600-EXIT.
004437 3900-EXIT.
004438     EXIT.
004439*****************************************************************
004440*    4000-IMPRIMER-FACTURE - ENTETE (NUMERO, ADHERENT, DATE,
004450*    ETABLISSEMENT), LIGNES DE DETAIL, TOTAUX HT/TVA/TTC.
004460*****************************************************************
004470 4000-IMPRIMER-FACTURE.
004480     MOVE 99 TO W-NB-LIGNES-PAGE.
004485     MOVE ZERO TO W-NB-LIGNES-DOC.
004490     MOVE SPACES TO W-LIGNE-TRAVAIL.
004500     STRING 'FACTURE ' DELIMITED BY SIZE
004510         W-NUMERO-FACTURE DELIMITED BY SIZE
004870     END-STRING.
004880     PERFORM 6000-IMPRIMER-LIGNE THRU 6000-EXIT.
004890     MOVE ALL '-' TO W-LIGNE-TRAVAIL.
004891     PERFORM 6000-IMPRIMER-LIGNE THRU 6000-EXIT.
004892 4000-EXIT.
004893     EXIT.
004894 4100-IMPRIMER-DETAIL.
004895     IF W-DT-COADHF (W-IDX-DT) NOT = W-TO-COADHF (W-IDX-TO)
004896        GO TO 4100-EXIT
004897     END-IF.
004898     MOVE W-DT-QUANTITE (W-IDX-DT) TO W-QTE-EDIT.
004899     MOVE W-DT-MONTANT (W-IDX-DT) TO W-MT-EDIT-2.
004900     MOVE SPACES TO W-LIGNE-TRAVAIL.
004901     STRING '  ' DELIMITED BY SIZE
004902         W-DT-CLE (W-IDX-DT) DELIMITED BY SIZE
004903         ' QUANTITE ' DELIMITED BY SIZE
004904         W-QTE-EDIT DELIMITED BY SIZE
004905         ' MONTANT ' DELIMITED BY SIZE
004906         W-MT-EDIT-2 DELIMITED BY SIZE
004907         INTO W-LIGNE-TRAVAIL
004908     END-STRING.
004909     PERFORM 6000-IMPRIMER-LIGNE THRU 6000-EXIT.
004910 4100-EXIT.
004911     EXIT.
004912*****************************************************************
004913*    4500-IMPRIMER-AVOIR - ENTETE (NUMERO D'AVOIR, FACTURE
004914*    D'ORIGINE, ADHERENT, DATE, ETABLISSEMENT), MOTIF, TOTAUX
004915*    HT/TVA/TTC CREDITES.
004916*****************************************************************
004917 4500-IMPRIMER-AVOIR.
004918     MOVE 99 TO W-NB-LIGNES-PAGE.
004919     MOVE ZERO TO W-NB-LIGNES-DOC.
004920     MOVE SPACES TO W-LIGNE-TRAVAIL.
004921     STRING 'AVOIR ' DELIMITED BY SIZE
004922         W-NUMERO-FACTURE DELIMITED BY SIZE
004923         ' DU ' DELIMITED BY SIZE
004924         W-DATE-FACTURE DELIMITED BY SIZE
004925         ' SUR FACTURE ' DELIMITED BY SIZE
004926         W-AV-FACTURE (W-IDX-AV) DELIMITED BY SIZE
004927         ' - ADHERENT ' DELIMITED BY SIZE
004928         W-COADHF-COURANT DELIMITED BY SIZE
004929         ' - ETABLISSEMENT ' DELIMITED BY SIZE
004930         W-COETBL-COURANT DELIMITED BY SIZE
004931         INTO W-LIGNE-TRAVAIL
004932     END-STRING.
004933     PERFORM 6000-IMPRIMER-LIGNE THRU 6000-EXIT.
004934     MOVE SPACES TO W-LIGNE-TRAVAIL.
004935     PERFORM 6000-IMPRIMER-LIGNE THRU 6000-EXIT.
004936     MOVE SPACES TO W-LIGNE-TRAVAIL.
004937     STRING '  MOTIF : ' DELIMITED BY SIZE
004938         W-AV-MOTIF (W-IDX-AV) DELIMITED BY SIZE
004939         INTO W-LIGNE-TRAVAIL
004940     END-STRING.
004941     PERFORM 6000-IMPRIMER-LIGNE THRU 6000-EXIT.
004942     MOVE SPACES TO W-LIGNE-TRAVAIL.
004943     PERFORM 6000-IMPRIMER-LIGNE THRU 6000-EXIT.
004944     MOVE W-MONTANT-HT TO W-MT-EDIT.
004945     MOVE SPACES TO W-LIGNE-TRAVAIL.
004946     STRING 'HT CREDITE  : ' DELIMITED BY SIZE
004947         W-MT-EDIT DELIMITED BY SIZE
004948         INTO W-LIGNE-TRAVAIL
004949     END-STRING.
004950     PERFORM 6000-IMPRIMER-LIGNE THRU 6000-EXIT.
004951     MOVE W-MONTANT-TVA TO W-MT-EDIT.
004952     MOVE SPACES TO W-LIGNE-TRAVAIL.
004953     STRING 'TVA CREDITEE: ' DELIMITED BY SIZE
004954         W-MT-EDIT DELIMITED BY SIZE
004955         INTO W-LIGNE-TRAVAIL
004956     END-STRING.
004957     PERFORM 6000-IMPRIMER-LIGNE THRU 6000-EXIT.
004958     MOVE W-MONTANT-TTC TO W-MT-EDIT.
004959     MOVE SPACES TO W-LIGNE-TRAVAIL.
004960     STRING 'TTC CREDITE : ' DELIMITED BY SIZE
004961         W-MT-EDIT DELIMITED BY SIZE
004962         INTO W-LIGNE-TRAVAIL
004963     END-STRING.
004964     PERFORM 6000-IMPRIMER-LIGNE THRU 6000-EXIT.
004965     MOVE ALL '-' TO W-LIGNE-TRAVAIL.
004966     PERFORM 6000-IMPRIMER-LIGNE THRU 6000-EXIT.
004967 4500-EXIT.
004968     EXIT.
004969*****************************************************************
004970*    4700-EMETTRE-PORTAIL - FACTURE STRUCTUREE DE LA PIECE
004971*    COURANTE D'UN EMPLOYEUR PUBLIC SUR FE-PUB : ENTETE (380
004972*    FACTURE, 381 AVOIR AVEC SA FACTURE D'ORIGINE), LIGNES,
004973*    VENTILATION DE TVA AU TAUX DE L'ETABLISSEMENT ET TOTAUX. DES
004974*    LIGNES DONT LA SOMME DIFFERE DU HT FACTURE SONT SIGNALEES
004975*    (CODE 4).
004976*****************************************************************
004977 4700-EMETTRE-PORTAIL.
004978     MOVE SPACES TO FE-PUB-LIGNE.
004979     MOVE 'E' TO FP-TYPE-ENREG.
004980     MOVE W-NUMERO-FACTURE TO FP-NUMERO-PIECE.
004981     IF W-TYPE-DOC-COURANT = 'AV'
004982        MOVE '381' TO FP-TYPE-PIECE
004983        MOVE W-AV-FACTURE (W-IDX-AV) TO FP-FACTURE-ORIGINE
004984     ELSE
004985        MOVE '380' TO FP-TYPE-PIECE
004986        MOVE ZERO TO FP-FACTURE-ORIGINE
004987     END-IF.
004988     MOVE W-DATE-FACTURE TO FP-DATE-PIECE.
004989     MOVE 'EUR' TO FP-DEVISE.
004990     MOVE KT-VENDEUR-SIRET TO FP-VENDEUR-SIRET.
004991     MOVE KT-VENDEUR-TVA TO FP-VENDEUR-TVA.
004992     MOVE KT-VENDEUR-NOM TO FP-VENDEUR-NOM.
004993     MOVE W-PB-IDENTIFIANT (W-IDX-PB) TO FP-ACHETEUR-SIRET.
004994     MOVE W-PB-CODE-SERVICE (W-IDX-PB) TO FP-CODE-SERVICE.
004995     MOVE W-PB-ENGAGEMENT (W-IDX-PB) TO FP-ENGAGEMENT.
004996     MOVE W-PB-RAISON-SOCIALE (W-IDX-PB) TO FP-ACHETEUR-NOM.
004997     MOVE W-COADHF-COURANT TO FP-EMPLOYEUR.
004998     PERFORM 6580-ECRIRE-PORTAIL THRU 6580-EXIT.
004999     MOVE ZERO TO W-RANG-LIGNE-PORTAIL.
005000     MOVE ZERO TO W-TOTAL-LIGNES-PORTAIL.
005001     IF W-TYPE-DOC-COURANT = 'AV'
005002        PERFORM 4720-LIGNE-AVOIR THRU 4720-EXIT
005003     ELSE
005004        PERFORM 4710-LIGNE-FACTURE THRU 4710-EXIT
005005           VARYING W-IDX-DT FROM 1 BY 1
005006           UNTIL W-IDX-DT > W-NB-DETAILS
005007     END-IF.
005008     IF W-TOTAL-LIGNES-PORTAIL NOT = W-MONTANT-HT
005009        DISPLAY 'HZFC0001 - PIECE PORTAIL ' W-NUMERO-FACTURE
005010            ' : LIGNES DIFFERENTES DU HT FACTURE'
005011        IF RETURN-CODE < 4
005012           MOVE 4 TO RETURN-CODE
005013        END-IF
005014     END-IF.
005015     MOVE SPACES TO FE-PUB-LIGNE.
005016     MOVE 'V' TO FP-TYPE-ENREG.
005017     MOVE W-NUMERO-FACTURE TO FP-NUMERO-PIECE.
005018     MOVE W-TAUX-TVA-COURANT TO FP-TAUX-TVA.
005019     MOVE W-MONTANT-HT TO FP-BASE-HT.
005020     MOVE W-MONTANT-TVA TO FP-MONTANT-TVA.
005021     PERFORM 6580-ECRIRE-PORTAIL THRU 6580-EXIT.
005022     MOVE SPACES TO FE-PUB-LIGNE.
005023     MOVE 'T' TO FP-TYPE-ENREG.
005024     MOVE W-NUMERO-FACTURE TO FP-NUMERO-PIECE.
005025     MOVE W-MONTANT-HT TO FP-TOTAL-HT.
005026     MOVE W-MONTANT-TVA TO FP-TOTAL-TVA.
005027     MOVE W-MONTANT-TTC TO FP-TOTAL-TTC.
005028     MOVE W-MONTANT-TTC TO FP-NET-A-PAYER.
005029     MOVE W-RANG-LIGNE-PORTAIL TO FP-NB-LIGNES.
005030     PERFORM 6580-ECRIRE-PORTAIL THRU 6580-EXIT.
005031     ADD 1 TO W-NB-PORTAIL.
005032 4700-EXIT.
005033     EXIT.
005034*****************************************************************
005035*    4710-LIGNE-FACTURE - UN DETAIL '02' EST UNE LIGNE DE LA
005036*    FACTURE S'IL EST AU COMPTE EMPLOYEUR LUI-MEME OU A UN MEMBRE
005037*    DE SON GROUPE EN VIGUEUR A LA DATE DE FACTURE.
005038*****************************************************************
005039 4710-LIGNE-FACTURE.
005040     MOVE 'N' TO W-LIGNE-RETENUE-SW.
005041     IF W-DT-COADHF (W-IDX-DT) = W-COADHF-COURANT
005042        MOVE 'O' TO W-LIGNE-RETENUE-SW
005043     END-IF.
005044     IF NOT LIGNE-RETENUE AND W-NB-MEMBRES > ZERO
005045        SET W-IDX-GM TO 1
005046        SEARCH W-GM-ENTREE
005047           AT END
005048              CONTINUE
005049           WHEN W-IDX-GM > W-NB-MEMBRES
005050              CONTINUE
005051           WHEN W-GM-COADHF (W-IDX-GM) = W-DT-COADHF (W-IDX-DT)
005052              AND W-GM-EMPLOYEUR (W-IDX-GM) = W-COADHF-COURANT
005053              AND W-DATE-FACTURE NOT LESS
005054                 W-GM-DATE-DEBUT (W-IDX-GM)
005055              AND W-DATE-FACTURE NOT GREATER
005056                 W-GM-DATE-FIN (W-IDX-GM)
005057              MOVE 'O' TO W-LIGNE-RETENUE-SW
005058        END-SEARCH
005059     END-IF.
005060     IF NOT LIGNE-RETENUE
005061        GO TO 4710-EXIT
005062     END-IF.
005063     ADD 1 TO W-RANG-LIGNE-PORTAIL.
005064     MOVE SPACES TO FE-PUB-LIGNE.
005065     MOVE 'L' TO FP-TYPE-ENREG.
005066     MOVE W-NUMERO-FACTURE TO FP-NUMERO-PIECE.
005067     MOVE W-RANG-LIGNE-PORTAIL TO FP-RANG.
005068     MOVE W-DT-COADHF (W-IDX-DT) TO FP-COADHF.
005069     MOVE W-DT-CLE (W-IDX-DT) TO FP-CLE.
005070     STRING 'PRESTATION ADHERENT ' DELIMITED BY SIZE
005071         W-DT-COADHF (W-IDX-DT) DELIMITED BY SIZE
005072         INTO FP-LIBELLE
005073     END-STRING.
005074     MOVE W-DT-QUANTITE (W-IDX-DT) TO FP-QUANTITE.
005075     MOVE W-DT-TAUX (W-IDX-DT) TO FP-PRIX-UNITAIRE.
005076     MOVE W-DT-MONTANT (W-IDX-DT) TO FP-MONTANT-LIGNE.
005077     MOVE W-TAUX-TVA-COURANT TO FP-TAUX-LIGNE.
005078     ADD W-DT-MONTANT (W-IDX-DT) TO W-TOTAL-LIGNES-PORTAIL.
005079     PERFORM 6580-ECRIRE-PORTAIL THRU 6580-EXIT.
005080 4710-EXIT.
005081     EXIT.
005082*****************************************************************
005083*    4720-LIGNE-AVOIR - L'AVOIR PORTE UNE SEULE LIGNE : LE MOTIF
005084*    DE LA DEMANDE '04' ET LE HT CREDITE.
005085*****************************************************************
005086 4720-LIGNE-AVOIR.
005087     ADD 1 TO W-RANG-LIGNE-PORTAIL.
005088     MOVE SPACES TO FE-PUB-LIGNE.
005089     MOVE 'L' TO FP-TYPE-ENREG.
005090     MOVE W-NUMERO-FACTURE TO FP-NUMERO-PIECE.
005091     MOVE W-RANG-LIGNE-PORTAIL TO FP-RANG.
005092     MOVE W-COADHF-COURANT TO FP-COADHF.
005093     MOVE W-AV-MOTIF (W-IDX-AV) TO FP-LIBELLE.
005094     MOVE 1 TO FP-QUANTITE.
005095     MOVE W-MONTANT-HT TO FP-PRIX-UNITAIRE.
005096     MOVE W-MONTANT-HT TO FP-MONTANT-LIGNE.
005097     MOVE W-TAUX-TVA-COURANT TO FP-TAUX-LIGNE.
005098     ADD W-MONTANT-HT TO W-TOTAL-LIGNES-PORTAIL.
005099     PERFORM 6580-ECRIRE-PORTAIL THRU 6580-EXIT.
005100 4720-EXIT.
005101     EXIT.
005110 5000-ECRIRE-POSTE-OUVERT.
005120     MOVE W-NUMERO-FACTURE TO OV-NUMERO-FACTURE.
005121     MOVE W-TO-COADHF (W-IDX-TO) TO OV-COADHF.
005122     MOVE W-COETBL-COURANT TO OV-COETBL.
005123     MOVE W-DATE-FACTURE TO OV-DATE-FACTURE.
005124     MOVE W-MONTANT-TTC TO OV-MONTANT-TTC.
005125     MOVE ZERO TO OV-MONTANT-REGLE.
005126     MOVE 'O' TO OV-STATUT.
005127     PERFORM 6510-ECRIRE-POSTE THRU 6510-EXIT.
005128     PERFORM 5100-ECRIRE-POSTE-DEVISE THRU 5100-EXIT.
005129 5000-EXIT.
005130     EXIT.
005131*****************************************************************
005132*    5100-ECRIRE-POSTE-DEVISE - FACTURE D'UN ADHERENT FACTURE EN
005133*    DEVISE ETRANGERE : LE TTC EST RECONVERTI EN DEVISE AU TAUX
005134*    DU JOUR, QUI DEVIENT SON TAUX D'ORIGINE. DEVISE SANS TAUX
005135*    AU JOUR (DEVISE DU LIVRE ELLE-MEME) : AUCUN POSTE EN DEVISE.
005136*****************************************************************
005137 5100-ECRIRE-POSTE-DEVISE.
005138     IF W-NB-ADH-DEV = ZERO OR W-NB-DEVISES = ZERO
005139        GO TO 5100-EXIT
005140     END-IF.
005141     MOVE SPACES TO W-DEVISE-COURANTE.
005142     SET W-IDX-AD TO 1.
005143     SEARCH W-AD-ENTREE
005144        AT END
005145           CONTINUE
005146        WHEN W-IDX-AD > W-NB-ADH-DEV
005147           CONTINUE
005148        WHEN W-AD-COADHF (W-IDX-AD) = W-COADHF-COURANT
005149           MOVE W-AD-DEVISE (W-IDX-AD) TO W-DEVISE-COURANTE
005150     END-SEARCH.
005151     IF W-DEVISE-COURANTE = SPACES
005152        GO TO 5100-EXIT
005153     END-IF.
005154     MOVE 'N' TO W-TAUX-TROUVE-SW.
005155     SET W-IDX-DV TO 1.
005156     SEARCH W-DV-ENTREE
005157        AT END
005158           CONTINUE
005159        WHEN W-IDX-DV > W-NB-DEVISES
005160           CONTINUE
005161        WHEN W-DV-DEVISE (W-IDX-DV) = W-DEVISE-COURANTE
005162           MOVE 'O' TO W-TAUX-TROUVE-SW
005163           MOVE W-DV-TAUX (W-IDX-DV) TO W-TAUX-DEVISE
005164     END-SEARCH.
005165     IF NOT TAUX-TROUVE
005166        GO TO 5100-EXIT
005167     END-IF.
005168     MOVE W-NUMERO-FACTURE TO DO-NUMERO-FACTURE.
005169     MOVE W-COADHF-COURANT TO DO-COADHF.
005170     MOVE W-DEVISE-COURANTE TO DO-DEVISE.
005171     COMPUTE DO-MONTANT-DEVISE ROUNDED =
005172        W-MONTANT-TTC / W-TAUX-DEVISE.
005173     MOVE ZERO TO DO-REGLE-DEVISE.
005174     MOVE W-TAUX-DEVISE TO DO-TAUX-ORIGINE.
005175     PERFORM 6520-ECRIRE-POSTE-DEVISE THRU 6520-EXIT.
005176     ADD 1 TO W-NB-POSTES-DEVISE.
005177 5100-EXIT.
005178     EXIT.
005179 5500-ECRIRE-IMPUTATION.
005180     MOVE W-NUMERO-FACTURE TO AI-NUMERO-AVOIR.
005181     MOVE W-AV-FACTURE (W-IDX-AV) TO AI-NUMERO-FACTURE.
005182     MOVE W-COADHF-COURANT TO AI-COADHF.
005183     MOVE W-DATE-FACTURE TO AI-DATE.
005184     MOVE W-MONTANT-TTC TO AI-MONTANT-TTC.
005185     PERFORM 6530-ECRIRE-IMPUTATION THRU 6530-EXIT.
005186 5500-EXIT.
005187     EXIT.
005188*****************************************************************
005189*    5600-ECRIRE-REGISTRE - LIGNE DE REGISTRE DE LA PIECE
005190*    COURANTE (TYPE DEJA POSITIONNE PAR L'APPELANT).
005191*****************************************************************
005192 5600-ECRIRE-REGISTRE.
005193     MOVE W-NUMERO-FACTURE TO FR-NUMERO-PIECE.
005194     MOVE W-DATE-FACTURE TO FR-DATE-PIECE.
005195     MOVE W-COADHF-COURANT TO FR-COADHF.
005196     MOVE W-COETBL-COURANT TO FR-COETBL.
005197     MOVE W-TAUX-TVA-COURANT TO FR-TAUX-TVA.
005198     MOVE W-MONTANT-HT TO FR-MONTANT-HT.
005199     MOVE W-MONTANT-TVA TO FR-MONTANT-TVA.
005200     MOVE W-MONTANT-TTC TO FR-MONTANT-TTC.
005201     PERFORM 6540-ECRIRE-REGISTRE THRU 6540-EXIT.
005202 5600-EXIT.
005210     EXIT.
005220*****************************************************************
005230*    6000-IMPRIMER-LIGNE - IMPRESSION PAGINEE, MEME CONVENTION
005240*    QUE 7000-IMPRIMER-LIGNE DE HZRL0001.
005250*****************************************************************
005251 6000-IMPRIMER-LIGNE.
005252     IF W-NB-LIGNES-PAGE > 54
005253        ADD 1 TO W-NO-PAGE
005254        MOVE ZERO TO W-NB-LIGNES-PAGE
005255        MOVE W-NO-PAGE TO W-PAGE-EDIT
005256        MOVE SPACES TO FC-PRNT-LIGNE
005257        STRING 'FACTURATION DU ' DELIMITED BY SIZE
005258            W-DATE-FACTURE DELIMITED BY SIZE
005259            ' - PAGE ' DELIMITED BY SIZE
005260            W-PAGE-EDIT DELIMITED BY SIZE
005261            INTO FC-PRNT-LIGNE
005262        END-STRING
005263        IF DOCUMENT-ELECTRONIQUE
005264           PERFORM 6100-EMETTRE-LIGNE THRU 6100-EXIT
005265        ELSE
005266           PERFORM 6500-ECRIRE-IMPRESSION THRU 6500-EXIT
005267        END-IF
005268        PERFORM 6200-ARCHIVER-LIGNE THRU 6200-EXIT
005269        ADD 1 TO W-NB-LIGNES-PAGE
005270     END-IF.
005271     MOVE W-LIGNE-TRAVAIL TO FC-PRNT-LIGNE.
005272     IF DOCUMENT-ELECTRONIQUE
005273        PERFORM 6100-EMETTRE-LIGNE THRU 6100-EXIT
005274     ELSE
005275        PERFORM 6500-ECRIRE-IMPRESSION THRU 6500-EXIT
005276     END-IF.
005277     PERFORM 6200-ARCHIVER-LIGNE THRU 6200-EXIT.
005278     ADD 1 TO W-NB-LIGNES-PAGE.
005279 6000-EXIT.
005280     EXIT.
005281 6100-EMETTRE-LIGNE.
005282     ADD 1 TO W-RANG-ELEC.
005283     MOVE 'L' TO EL-TYPE-ENREG.
005284     MOVE W-COADHF-COURANT TO EL-COADHF.
005285     MOVE W-TYPE-DOC-COURANT TO EL-TYPE-DOC.
005286     MOVE W-NUMERO-FACTURE TO EL-PERIODE.
005287     MOVE W-RANG-ELEC TO EL-RANG.
005288     MOVE FC-PRNT-LIGNE TO EL-LIGNE.
005289     PERFORM 6550-ECRIRE-ELEC THRU 6550-EXIT.
005290 6100-EXIT.
005291     EXIT.
005292 6200-ARCHIVER-LIGNE.
005293     ADD 1 TO W-RANG-ARCHIVE.
005294     ADD 1 TO W-NB-LIGNES-DOC.
005295     IF W-NB-LIGNES-DOC = 1
005296        MOVE W-RANG-ARCHIVE TO W-RANG-DEBUT-DOC
005297     END-IF.
005298     MOVE 'HZFC0001' TO AR-PROGRAMME.
005299     MOVE W-DATE-FACTURE TO AR-DATE-PRODUCTION.
005300     MOVE W-HEURE-EMISSION TO AR-HEURE-PRODUCTION.
005301     MOVE W-RANG-ARCHIVE TO AR-RANG.
005302     MOVE FC-PRNT-LIGNE TO AR-LIGNE.
005303     PERFORM 6560-ECRIRE-ARCHIVE THRU 6560-EXIT.
005304 6200-EXIT.
005305     EXIT.
005306*****************************************************************
005307*    6300-INSCRIRE-REGISTRE - LE DOCUMENT QUI VIENT D'ETRE
005308*    PRODUIT EST PORTE AU REGISTRE DOC-REG AVEC SA POSITION DANS
005309*    DOC-ARCH ET SON CANAL ('E' MESSAGERIE, 'P' IMPRIME ; LES
005310*    PIECES NE SONT PAS SOUMISES A LA RETENUE NPAI).
005311*****************************************************************
005312 6300-INSCRIRE-REGISTRE.
005313     IF W-NB-LIGNES-DOC = ZERO
005314        GO TO 6300-EXIT
005315     END-IF.
005316     MOVE SPACES TO DOC-REG-LIGNE.
005317     MOVE W-COADHF-COURANT TO RG-COADHF.
005318     MOVE W-TYPE-DOC-COURANT TO RG-TYPE-DOC.
005319     MOVE W-NUMERO-FACTURE TO RG-PERIODE.
005320     MOVE W-DATE-FACTURE TO RG-DATE-PRODUCTION.
005321     MOVE W-HEURE-EMISSION TO RG-HEURE-PRODUCTION.
005322     PERFORM 6310-DETERMINER-LANGUE THRU 6310-EXIT.
005323     MOVE W-LANGUE-COURANTE TO RG-LANGUE.
005324     IF DOCUMENT-ELECTRONIQUE
005325        MOVE 'E' TO RG-CANAL
005326     ELSE
005327        MOVE 'P' TO RG-CANAL
005328     END-IF.
005329     IF DOCUMENT-PORTAIL
005330        MOVE 'F' TO RG-CANAL
005331     END-IF.
005332     MOVE 'HZFC0001' TO RG-PROGRAMME.
005333     MOVE W-RANG-DEBUT-DOC TO RG-RANG-DEBUT.
005334     MOVE W-NB-LIGNES-DOC TO RG-NB-LIGNES.
005335     PERFORM 6570-ECRIRE-DOC-REG THRU 6570-EXIT.
005336     ADD 1 TO W-NB-INSCRITS.
005337 6300-EXIT.
005338     EXIT.
005339 6310-DETERMINER-LANGUE.
005340     MOVE 'FR' TO W-LANGUE-COURANTE.
005341     IF W-NB-LANGUES = ZERO
005342        GO TO 6310-EXIT
005343     END-IF.
005344     SET W-IDX-LG TO 1.
005345     SEARCH W-LG-ENTREE
005346        AT END
005347           CONTINUE
005348        WHEN W-IDX-LG > W-NB-LANGUES
005349           CONTINUE
005350        WHEN W-LG-COADHF (W-IDX-LG) = W-COADHF-COURANT
005351           MOVE W-LG-LANGUE (W-IDX-LG) TO W-LANGUE-COURANTE
005352     END-SEARCH.
005353 6310-EXIT.
005354     EXIT.
005355*****************************************************************
005356*    6500 A 6570 - ECRITURES DES FICHIERS SOUS POINT DE REPRISE.
005357*    6590-CONTROLER-ECRITURE COMPTE L'ENREGISTREMENT PRODUIT ET,
005358*    EN RELANCE, RECONNAIT CEUX DEJA PRESENTS SUR LE FICHIER
005359*    AU-DELA DU POINT (W-FR-SAUT) : ILS NE SONT PAS REECRITS.
005360*    LES PIECES DU PORTAIL PUBLIC NE SONT PAS IMPRIMEES (6500).
005361*****************************************************************
005362 6500-ECRIRE-IMPRESSION.
005363     IF DOCUMENT-PORTAIL
005364        GO TO 6500-EXIT
005365     END-IF.
005366     MOVE 1 TO W-IDX-FR.
005367     PERFORM 6590-CONTROLER-ECRITURE THRU 6590-EXIT.
005368     IF ECRITURE-A-FAIRE
005369        WRITE FC-PRNT-LIGNE
005370     END-IF.
005371 6500-EXIT.
005372     EXIT.
005373 6510-ECRIRE-POSTE.
005374     MOVE 2 TO W-IDX-FR.
005375     PERFORM 6590-CONTROLER-ECRITURE THRU 6590-EXIT.
005376     IF ECRITURE-A-FAIRE
005377        WRITE OUV-ITEMS-LIGNE
005378     END-IF.
005379 6510-EXIT.
005380     EXIT.
005381 6520-ECRIRE-POSTE-DEVISE.
005382     MOVE 3 TO W-IDX-FR.
005383     PERFORM 6590-CONTROLER-ECRITURE THRU 6590-EXIT.
005384     IF ECRITURE-A-FAIRE
005385        WRITE OUV-DEV-LIGNE
005386     END-IF.
005387 6520-EXIT.
005388     EXIT.
005389 6530-ECRIRE-IMPUTATION.
005390     MOVE 4 TO W-IDX-FR.
005391     PERFORM 6590-CONTROLER-ECRITURE THRU 6590-EXIT.
005392     IF ECRITURE-A-FAIRE
005393        WRITE AV-IMP-LIGNE
005394     END-IF.
005395 6530-EXIT.
005396     EXIT.
005397 6540-ECRIRE-REGISTRE.
005398     MOVE 5 TO W-IDX-FR.
005399     PERFORM 6590-CONTROLER-ECRITURE THRU 6590-EXIT.
005400     IF ECRITURE-A-FAIRE
005401        WRITE FC-REG-LIGNE
005402     END-IF.
005403 6540-EXIT.
005404     EXIT.
005405 6550-ECRIRE-ELEC.
005406     MOVE 6 TO W-IDX-FR.
005407     PERFORM 6590-CONTROLER-ECRITURE THRU 6590-EXIT.
005408     IF ECRITURE-A-FAIRE
005409        WRITE DOC-ELEC-LIGNE
005410     END-IF.
005411 6550-EXIT.
005412     EXIT.
005413 6560-ECRIRE-ARCHIVE.
005414     MOVE 7 TO W-IDX-FR.
005415     PERFORM 6590-CONTROLER-ECRITURE THRU 6590-EXIT.
005416     IF ECRITURE-A-FAIRE
005417        WRITE DOC-ARCH-LIGNE
005418     END-IF.
005419 6560-EXIT.
005420     EXIT.
005421 6570-ECRIRE-DOC-REG.
005422     MOVE 8 TO W-IDX-FR.
005423     PERFORM 6590-CONTROLER-ECRITURE THRU 6590-EXIT.
005424     IF ECRITURE-A-FAIRE
005425        WRITE DOC-REG-LIGNE
005426     END-IF.
005427 6570-EXIT.
005428     EXIT.
005429 6580-ECRIRE-PORTAIL.
005430     MOVE 9 TO W-IDX-FR.
005431     PERFORM 6590-CONTROLER-ECRITURE THRU 6590-EXIT.
005432     IF ECRITURE-A-FAIRE
005433        WRITE FE-PUB-LIGNE
005434     END-IF.
005435 6580-EXIT.
005436     EXIT.
005437 6590-CONTROLER-ECRITURE.
005438     ADD 1 TO W-FR-ECRITS (W-IDX-FR).
005439     IF W-FR-SAUT (W-IDX-FR) > ZERO
005440        SUBTRACT 1 FROM W-FR-SAUT (W-IDX-FR)
005441        MOVE 'N' TO W-ECRITURE-SW
005442     ELSE
005443        MOVE 'O' TO W-ECRITURE-SW
005444     END-IF.
005445 6590-EXIT.
005450     EXIT.
005460*****************************************************************
005470*    7000-EMETTRE-GL - TROIS ECRITURES EQUILIBREES : CLIENT TTC
005480*    AU DEBIT, PRODUITS HT ET TVA COLLECTEE AU CREDIT. COMPTES
005490*    'FACT'/'TVA' ABSENTS DU PLAN : AUCUNE EMISSION (SIGNALE,
005500*    CODE 8 - UNE FACTURATION SANS COMPTABILITE NE PASSE PAS).
005505*    LES AVOIRS DONNENT LES TROIS ECRITURES MIROIR (7050).
005510*****************************************************************
005520 7000-EMETTRE-GL.
005530     IF W-NB-FACTURES = ZERO AND W-NB-AVOIRS-EMIS = ZERO
005540        GO TO 7000-EXIT
005550     END-IF.
005560     IF W-COMPTE-CLIENT = SPACES
005620        GO TO 7000-EXIT
005630     END-IF.
005640     OPEN OUTPUT GL-POST.
005642     IF W-NB-FACTURES = ZERO
005644        GO TO 7050-EMETTRE-AVOIRS-GL
005646     END-IF.
005650     MOVE W-DATE-FACTURE TO GP-DATE.
005660     MOVE W-COMPTE-CLIENT TO GP-COMPTE.
005670     MOVE 'D' TO GP-SENS.
005790     MOVE 'C' TO GP-SENS.
005800     MOVE W-TOT-TVA TO GP-MONTANT.
005810     MOVE 'TVA COLLECTEE' TO GP-LIBELLE.
005811     WRITE GL-POST-LIGNE.
005812     ADD 1 TO W-NB-ECRITURES-GL.
005813 7050-EMETTRE-AVOIRS-GL.
005814     IF W-NB-AVOIRS-EMIS = ZERO
005815        GO TO 7080-CONTROLER-GL
005816     END-IF.
005817     MOVE W-DATE-FACTURE TO GP-DATE.
005818     MOVE W-COMPTE-CLIENT TO GP-COMPTE.
005819     MOVE 'C' TO GP-SENS.
005820     MOVE W-TOT-AV-TTC TO GP-MONTANT.
005821     MOVE 'AVOIRS CLIENTS TTC' TO GP-LIBELLE.
005822     WRITE GL-POST-LIGNE.
005823     ADD 1 TO W-NB-ECRITURES-GL.
005824     MOVE W-COMPTE-PRODUITS TO GP-COMPTE.
005825     MOVE 'D' TO GP-SENS.
005826     MOVE W-TOT-AV-HT TO GP-MONTANT.
005827     MOVE 'AVOIRS PRODUITS HT' TO GP-LIBELLE.
005828     WRITE GL-POST-LIGNE.
005829     ADD 1 TO W-NB-ECRITURES-GL.
005830     MOVE W-COMPTE-TVA TO GP-COMPTE.
005831     MOVE 'D' TO GP-SENS.
005832     MOVE W-TOT-AV-TVA TO GP-MONTANT.
005833     MOVE 'TVA SUR AVOIRS' TO GP-LIBELLE.
005834     WRITE GL-POST-LIGNE.
005835     ADD 1 TO W-NB-ECRITURES-GL.
005836 7080-CONTROLER-GL.
005840     CLOSE GL-POST.
005850     IF W-TOT-TTC NOT = W-TOT-HT + W-TOT-TVA
005855        OR W-TOT-AV-TTC NOT = W-TOT-AV-HT + W-TOT-AV-TVA
005860        DISPLAY 'HZFC0001 - ECRITURES DESEQUILIBREES'
005870        MOVE 8 TO RETURN-CODE
005880     END-IF.
005950     CLOSE FC-CPT.
005960 7500-EXIT.
005970     EXIT.
005980*****************************************************************
005990*    7600-PRENDRE-POINT - LES FICHIERS PRODUITS SONT FERMES PUIS
006000*    ROUVERTS EN EXTEND (TOUT CE QUI PRECEDE EST ACQUIS), LE
006010*    COMPTEUR FC-CPT EST REECRIT AU DERNIER NUMERO ATTRIBUE ET LE
006020*    POINT DE REPRISE EST NOTE EN ETAT 'E'.
006030*****************************************************************
006040 7600-PRENDRE-POINT.
006050     CLOSE FC-PRNT OUV-ITEMS AV-IMP FC-REG OUV-DEV.
006060     CLOSE DOC-ARCH DOC-REG FE-PUB.
006070     OPEN EXTEND FC-PRNT OUV-ITEMS AV-IMP FC-REG OUV-DEV.
006080     OPEN EXTEND DOC-ARCH DOC-REG FE-PUB.
006090     PERFORM 7500-REECRIRE-COMPTEUR THRU 7500-EXIT.
006100     MOVE 'E' TO CK-ETAT.
006110     PERFORM 7650-ECRIRE-POINT THRU 7650-EXIT.
006120     MOVE ZERO TO W-NB-DEPUIS-POINT.
006130     DISPLAY 'HZFC0001 - POINT DE REPRISE APRES LA PIECE '
006140         W-NUMERO-FACTURE.
006150 7600-EXIT.
006160     EXIT.
006170 7650-ECRIRE-POINT.
006180     ACCEPT CK-DATE-POINT FROM DATE YYYYMMDD.
006190     ACCEPT CK-HEURE-POINT FROM TIME.
006200     MOVE W-DATE-FACTURE TO CK-DATE-FACTURE.
006210     MOVE W-HEURE-EMISSION TO CK-HEURE-EMISSION.
006220     MOVE W-NB-TOTAUX TO CK-NB-TOTAUX.
006230     MOVE W-NB-AVOIRS TO CK-NB-AVOIRS.
006240     MOVE W-RANG-TOTAL-FAIT TO CK-RANG-TOTAL.
006250     MOVE W-RANG-AVOIR-FAIT TO CK-RANG-AVOIR.
006260     MOVE W-NUMERO-FACTURE TO CK-DERNIER-NUMERO.
006270     MOVE W-NO-PAGE TO CK-NO-PAGE.
006280     MOVE W-RANG-ARCHIVE TO CK-RANG-ARCHIVE.
006290     MOVE W-NB-FACTURES TO CK-NB-FACTURES.
006300     MOVE W-NB-AVOIRS-EMIS TO CK-NB-AVOIRS-EMIS.
006310     MOVE W-NB-ELECTRONIQUES TO CK-NB-ELECTRONIQUES.
006320     MOVE W-NB-INSCRITS TO CK-NB-INSCRITS.
006330     MOVE W-NB-POSTES-DEVISE TO CK-NB-POSTES-DEVISE.
006340     MOVE W-NB-PORTAIL TO CK-NB-PORTAIL.
006350     MOVE W-NB-AVOIRS-REJETES TO CK-NB-AVOIRS-REJETES.
006360     MOVE W-TOT-HT TO CK-TOT-HT.
006370     MOVE W-TOT-TVA TO CK-TOT-TVA.
006380     MOVE W-TOT-TTC TO CK-TOT-TTC.
006390     MOVE W-TOT-AV-HT TO CK-TOT-AV-HT.
006400     MOVE W-TOT-AV-TVA TO CK-TOT-AV-TVA.
006410     MOVE W-TOT-AV-TTC TO CK-TOT-AV-TTC.
006420     PERFORM 7655-SAUVER-ECRITS THRU 7655-EXIT
006430        VARYING W-IDX-FR FROM 1 BY 1 UNTIL W-IDX-FR > 9.
006440     OPEN OUTPUT FC-CHKPT.
006450     WRITE FC-CHKPT-LIGNE.
006460     CLOSE FC-CHKPT.
006470 7650-EXIT.
006480     EXIT.
006490 7655-SAUVER-ECRITS.
006500     MOVE W-FR-ECRITS (W-IDX-FR) TO CK-ECRITS (W-IDX-FR).
006510 7655-EXIT.
006520     EXIT.
006530*****************************************************************
006540*    7700-CLORE-REPRISE - FIN NORMALE : LE POINT DE REPRISE PASSE
006550*    EN ETAT 'T', LE PASSAGE SUIVANT DEMARRE SANS REPRISE.
006560*****************************************************************
006570 7700-CLORE-REPRISE.
006580     MOVE 'T' TO CK-ETAT.
006590     PERFORM 7650-ECRIRE-POINT THRU 7650-EXIT.
006600 7700-EXIT.
006610     EXIT.
006620 8000-TERMINE.
006630     CLOSE FFFFFGS FC-PRNT OUV-ITEMS AV-IMP FC-REG.
006640     CLOSE DOC-ARCH DOC-REG OUV-DEV FE-PUB.
006650     IF OUV-MAST-OUVERT
006660        CLOSE OUV-MAST
006670     END-IF.
006680     MOVE W-NB-FACTURES TO W-NB-EDIT.
006690     DISPLAY 'HZFC0001 - FACTURES EMISES : ' W-NB-EDIT.
006700     MOVE W-TOT-TTC TO W-MT-EDIT.
006710     DISPLAY 'HZFC0001 - TOTAL TTC       : ' W-MT-EDIT.
006720     MOVE W-NB-AVOIRS-EMIS TO W-NB-EDIT.
006730     DISPLAY 'HZFC0001 - AVOIRS EMIS     : ' W-NB-EDIT.
006740     MOVE W-TOT-AV-TTC TO W-MT-EDIT.
006750     DISPLAY 'HZFC0001 - TOTAL AVOIRS TTC: ' W-MT-EDIT.
006760     MOVE W-NB-AVOIRS-REJETES TO W-NB-EDIT.
006770     DISPLAY 'HZFC0001 - AVOIRS REJETES  : ' W-NB-EDIT.
006780     MOVE W-NB-ELECTRONIQUES TO W-NB-EDIT.
006790     DISPLAY 'HZFC0001 - PIECES PAR MESSAGERIE : ' W-NB-EDIT.
006800     MOVE W-NB-INSCRITS TO W-NB-EDIT.
006810     DISPLAY 'HZFC0001 - PIECES INSCRITES AU REGISTRE : '
006820         W-NB-EDIT.
006830     MOVE W-NB-POSTES-DEVISE TO W-NB-EDIT.
006840     DISPLAY 'HZFC0001 - POSTES OUVERTS EN DEVISE : ' W-NB-EDIT.
006850     MOVE W-NB-PORTAIL TO W-NB-EDIT.
006860     DISPLAY 'HZFC0001 - PIECES AU PORTAIL PUBLIC : ' W-NB-EDIT.
006870     IF EN-REPRISE
006880        DISPLAY 'HZFC0001 - PASSAGE REPRIS APRES LA PIECE '
006890            W-REPRISE-NUMERO
006900     END-IF.
006910 8000-EXIT.
006920     EXIT.
