000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZIG0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. CONTROLE HEBDOMADAIRE D'INTEGRITE REFERENTIELLE ENTRE
000080     LES FICHIERS SATELLITES TENUS SUR LES MEMES ADHERENTS. LE
000090     REFERENTIEL ADH-REF (COADHF) ET LE REFERENTIEL DES
000100     ETABLISSEMENTS ETB-REF (COETBL) SONT CHARGES EN TABLE, AVEC
000110     LES REGLEMENTS DE RADIATION RAD-REGL, LES RATTACHEMENTS
000120     EMPLOYEUR GRP-ADH ET LES ALIAS DE FUSION ALIAS-ADH ; LES
000130     POSTES OUV-ITEMS, LES MANDATS, L'ECHEANCIER ET LE CLUSTER
000140     FFFFFGS SONT ENSUITE PARCOURUS. CHAQUE ORPHELIN OU
000150     INCOHERENCE EST CLASSE SOUS UNE REGLE (R01 A R13) DE
000160     GRAVITE 'H' HAUTE OU 'M' MOYENNE ET LISTE AU RAPPORT IG-RPRT,
000170     QUI SE TERMINE PAR LE NOMBRE DE CAS PAR REGLE. LES CAS DE
000180     GRAVITE HAUTE (ARGENT EN JEU : PRELEVEMENT, POSTE OU
000190     ECHEANCE SANS TITULAIRE VALABLE, ALIAS EN CHAINE) PARTENT
000200     AUSSI DANS SYS-EXC (GABARIT WSA000, CODE 0070, GRAVITE 'C')
000210     ET DONNENT LE CODE 4. AUCUN FICHIER N'EST MODIFIE. ADH-REF
000220     ABSENT = CODE 8 ; AUTRE FICHIER ABSENT = NON CONTROLE, CODE
000230     4 ; ETB-REF ABSENT = REGLES ETABLISSEMENT INACTIVES.
000240*****************************************************************
000250*    HISTORIQUE DES MODIFICATIONS
000260*    --------------------------------------------------------
000270*    DATE       AUTEUR  DESCRIPTION
000280*    --------   ------  -------------------------------------
000290*    15/10/2026 EBA     CREATION.
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 SPECIAL-NAMES.
000360     DECIMAL-POINT IS COMMA.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ADH-REF ASSIGN TO ADHREF
000400         ORGANIZATION SEQUENTIAL
000410         FILE STATUS W-ADH-REF-STATUS.
000420     SELECT ETB-REF ASSIGN TO ETBREF
000430         ORGANIZATION SEQUENTIAL
000440         FILE STATUS W-ETB-REF-STATUS.
000450     SELECT RAD-REGL ASSIGN TO RADREGL
000460         ORGANIZATION SEQUENTIAL
000470         FILE STATUS W-RAD-REGL-STATUS.
000480     SELECT GRP-ADH ASSIGN TO GRPADH
000490         ORGANIZATION SEQUENTIAL
000500         FILE STATUS W-GRP-ADH-STATUS.
000510     SELECT ALIAS-ADH ASSIGN TO ALIASADH
000520         ORGANIZATION SEQUENTIAL
000530         FILE STATUS W-ALIAS-ADH-STATUS.
000540     SELECT OUV-ITEMS ASSIGN TO OUVITEMS
000550         ORGANIZATION SEQUENTIAL
000560         FILE STATUS W-OUV-ITEMS-STATUS.
000570     SELECT MANDATS ASSIGN TO MANDATS
000580         ORGANIZATION SEQUENTIAL
000590         FILE STATUS W-MANDATS-STATUS.
000600     SELECT ECHEANCIER ASSIGN TO ECHEANC
000610         ORGANIZATION SEQUENTIAL
000620         FILE STATUS W-ECHEANCIER-STATUS.
000630     SELECT FFFFFGS ASSIGN TO FFFFFGS
000640         ORGANIZATION INDEXED
000650         ACCESS MODE DYNAMIC
000660         RECORD KEY FFFFFGS-CLE
000670         ALTERNATE RECORD KEY FFFFFGS-COADHF
000680             WITH DUPLICATES
000690         FILE STATUS W-FFFFFGS-STATUS.
000700     SELECT SYS-EXC ASSIGN TO SYSEXC
000710         ORGANIZATION SEQUENTIAL
000720         FILE STATUS W-SYS-EXC-STATUS.
000730     SELECT IG-RPRT ASSIGN TO IGRPRT
000740         ORGANIZATION SEQUENTIAL
000750         FILE STATUS W-IG-RPRT-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780*****************************************************************
000790*    ADH-REF - REFERENTIEL DES ADHERENTS (MEME DESSIN QUE
000800*    HZFC0001) ; UN ADHERENT PEUT Y FIGURER SOUS PLUSIEURS
000810*    TRAITEMENTS, IL EST RADIE QUAND AUCUNE DE SES ENTREES N'EST
000820*    ACTIVE.
000830*****************************************************************
000840 FD  ADH-REF
000850     LABEL RECORD STANDARD
000860     DATA RECORD ADH-REF-LIGNE.
000870 01  ADH-REF-LIGNE.
000880     05  AF-CLE                  PIC X(08).
000890     05  AF-COADHF               PIC X(09).
000900     05  AF-COTRTO               PIC X(05).
000910     05  AF-CETRTF               PIC X(05).
000920     05  AF-NOM                  PIC X(30).
000930     05  AF-ADRESSE              PIC X(30).
000940     05  AF-CODE-POSTAL          PIC X(05).
000950     05  AF-VILLE                PIC X(20).
000960     05  AF-STATUT               PIC X(01).
000970         88  AF-STATUT-ACTIF     VALUE 'A'.
000980         88  AF-STATUT-RADIE     VALUE 'R'.
000990     05  FILLER                  PIC X(66).
001000*****************************************************************
001010*    ETB-REF - REFERENTIEL DES ETABLISSEMENTS TENU PAR HZET0001.
001020*****************************************************************
001030 FD  ETB-REF
001040     LABEL RECORD STANDARD
001050     DATA RECORD ETB-REF-LIGNE.
001060 01  ETB-REF-LIGNE.
001070     05  ET-COETBL               PIC X(05).
001080     05  ET-NOM                  PIC X(30).
001090     05  ET-ENTITE               PIC X(02).
001100     05  ET-STATUT               PIC X(01).
001110     05  ET-DATE-DEBUT           PIC 9(08).
001120     05  ET-DATE-FIN             PIC 9(08).
001130*****************************************************************
001140*    RAD-REGL - INTERFACE DE REGLEMENT FINAL DES RADIATIONS
001150*    (8418 DANS HORROR) : SEULS LES DETAILS '02' SONT RETENUS.
001160*****************************************************************
001170 FD  RAD-REGL
001180     LABEL RECORD STANDARD
001190     DATA RECORD RAD-REGL-ENREG.
001200 01  RAD-REGL-ENREG.
001210     05  RG-TYPE                 PIC X(02).
001220     05  RG-COADHF               PIC X(09).
001230     05  FILLER                  PIC X(35).
001240 FD  GRP-ADH
001250     LABEL RECORD STANDARD
001260     DATA RECORD GRP-ADH-LIGNE.
001270 01  GRP-ADH-LIGNE.
001280     05  GR-EMPLOYEUR            PIC X(09).
001290     05  GR-COADHF               PIC X(09).
001300     05  GR-DATE-DEBUT           PIC 9(08).
001310     05  GR-DATE-FIN             PIC 9(08).
001320*****************************************************************
001330*    ALIAS-ADH - REGISTRE PERMANENT DES FUSIONS (HZFU0001).
001340*****************************************************************
001350 FD  ALIAS-ADH
001360     LABEL RECORD STANDARD
001370     DATA RECORD ALIAS-ADH-LIGNE.
001380 01  ALIAS-ADH-LIGNE.
001390     05  AL-COADHF-ABSORBE       PIC X(09).
001400     05  AL-COADHF-SURVIVANT     PIC X(09).
001410     05  AL-HORODATE             PIC X(15).
001420*****************************************************************
001430*    OUV-ITEMS - POSTES CLIENTS, RECOPIE NOCTURNE DU MAITRE
001440*    OUV-MAST PAR HZMS0001.
001450*****************************************************************
001460 FD  OUV-ITEMS
001470     LABEL RECORD STANDARD
001480     DATA RECORD OUV-ITEMS-LIGNE.
001490 01  OUV-ITEMS-LIGNE.
001500     05  OV-NUMERO-FACTURE       PIC 9(08).
001510     05  OV-COADHF               PIC X(09).
001520     05  OV-COETBL               PIC X(05).
001530     05  OV-DATE-FACTURE         PIC 9(08).
001540     05  OV-MONTANT-TTC          PIC S9(11)V99
001550                                 SIGN LEADING SEPARATE.
001560     05  OV-MONTANT-REGLE        PIC S9(11)V99
001570                                 SIGN LEADING SEPARATE.
001580     05  OV-STATUT               PIC X(01).
001590 FD  MANDATS
001600     LABEL RECORD STANDARD
001610     DATA RECORD MANDATS-LIGNE.
001620 01  MANDATS-LIGNE.
001630     05  MD-COADHF               PIC X(09).
001640     05  MD-REF-COMPTE           PIC X(34).
001650     05  MD-DATE-MANDAT          PIC 9(08).
001660     05  MD-STATUT               PIC X(01).
001670         88  MD-STATUT-ACTIF     VALUE 'A'.
001680         88  MD-STATUT-SUSPENDU  VALUE 'S'.
001690         88  MD-STATUT-REVOQUE   VALUE 'R'.
001700     05  MD-NB-ECHECS            PIC 9(02).
001710*****************************************************************
001720*    ECHEANCIER - ECHEANCES DES REGLEMENTS DE RADIATION (MEME
001730*    DESSIN QUE HZEC0001) : 'A' A VENIR, 'L' LIBEREE.
001740*****************************************************************
001750 FD  ECHEANCIER
001760     LABEL RECORD STANDARD
001770     DATA RECORD ECHEANCIER-LIGNE.
001780 01  ECHEANCIER-LIGNE.
001790     05  EC-COADHF               PIC X(09).
001800     05  EC-COETBL               PIC X(05).
001810     05  EC-COTRTO               PIC X(05).
001820     05  EC-CETRTF               PIC X(05).
001830     05  EC-RANG                 PIC 9(02).
001840     05  EC-DATE-ECHEANCE        PIC 9(08).
001850     05  EC-MONTANT              PIC S9(07)V99
001860                                 SIGN LEADING SEPARATE.
001870     05  EC-STATUT               PIC X(01).
001880 FD  FFFFFGS
001890     LABEL RECORD STANDARD
001900     DATA RECORD FFFFFGS-ENREG.
001910 COPY FFFFFFGS.
001920*****************************************************************
001930*    SYS-EXC - JOURNAL DES EVENEMENTS SYSTEME, GABARIT WSA000.
001940*****************************************************************
001950 FD  SYS-EXC
001960     LABEL RECORD STANDARD
001970     DATA RECORD AVT-LIGNE.
001980 COPY WSA000 REPLACING ==PREFIXE-LIGNE== BY ==AVT-LIGNE==
001990                       ==PREFIXE-HORODATE== BY ==AVT-HORODATE==
002000                       ==PREFIXE-PROGRAMME== BY ==AVT-PROGRAMME==
002010                       ==PREFIXE-CODE== BY ==AVT-CODE==
002020                       ==PREFIXE-LIBELLE== BY ==AVT-LIBELLE==
002030                       ==PREFIXE-GRAVITE== BY ==AVT-GRAVITE==.
002040 FD  IG-RPRT
002050     LABEL RECORD STANDARD
002060     DATA RECORD IG-RPRT-LIGNE.
002070 01  IG-RPRT-LIGNE               PIC X(132).
002080 WORKING-STORAGE SECTION.
002090 01  W-ADH-REF-STATUS            PIC XX.
002100     88  ADH-REF-OK              VALUE '00'.
002110     88  ADH-REF-FIN             VALUE '10'.
002120 01  W-ETB-REF-STATUS            PIC XX.
002130     88  ETB-REF-OK              VALUE '00'.
002140     88  ETB-REF-FIN             VALUE '10'.
002150 01  W-RAD-REGL-STATUS           PIC XX.
002160     88  RAD-REGL-OK             VALUE '00'.
002170     88  RAD-REGL-FIN            VALUE '10'.
002180 01  W-GRP-ADH-STATUS            PIC XX.
002190     88  GRP-ADH-OK              VALUE '00'.
002200     88  GRP-ADH-FIN             VALUE '10'.
002210 01  W-ALIAS-ADH-STATUS          PIC XX.
002220     88  ALIAS-ADH-OK            VALUE '00'.
002230     88  ALIAS-ADH-FIN           VALUE '10'.
002240 01  W-OUV-ITEMS-STATUS          PIC XX.
002250     88  OUV-ITEMS-OK            VALUE '00'.
002260     88  OUV-ITEMS-FIN           VALUE '10'.
002270 01  W-MANDATS-STATUS            PIC XX.
002280     88  MANDATS-OK              VALUE '00'.
002290     88  MANDATS-FIN             VALUE '10'.
002300 01  W-ECHEANCIER-STATUS         PIC XX.
002310     88  ECHEANCIER-OK           VALUE '00'.
002320     88  ECHEANCIER-FIN          VALUE '10'.
002330 01  W-FFFFFGS-STATUS            PIC XX.
002340     88  FFFFFGS-OK              VALUE '00'.
002350 01  W-SYS-EXC-STATUS            PIC XX.
002360 01  W-IG-RPRT-STATUS            PIC XX.
002370 01  W-FIN-FFFFFGS               PIC X VALUE 'N'.
002380     88  FIN-FFFFFGS             VALUE 'O'.
002390 01  W-HORODATE-TRAVAIL.
002400     05  W-HORO-DATE             PIC 9(06).
002410     05  W-HORO-HEURE            PIC 9(08).
002420 01  W-DATE-JOUR-CCYYMMDD        PIC 9(08) VALUE ZERO.
002430*****************************************************************
002440*    REGLES DE CONTROLE : CODE, GRAVITE ('H' HAUTE, 'M'
002450*    MOYENNE), FICHIER CONTROLE ET LIBELLE. LE RANG DANS LA TABLE
002460*    EST LE NUMERO DE LA REGLE.
002470*****************************************************************
002480 01  W-REGLES-CONNUES.
002490     05  FILLER PIC X(14) VALUE 'R01HMANDATS   '.
002500     05  FILLER PIC X(40)
002510             VALUE 'MANDAT ACTIF, ADHERENT ABSENT D''ADH-REF'.
002520     05  FILLER PIC X(14) VALUE 'R02MMANDATS   '.
002530     05  FILLER PIC X(40)
002540             VALUE 'MANDAT INACTIF, ADHERENT ABSENT'.
002550     05  FILLER PIC X(14) VALUE 'R03HOUV-ITEMS '.
002560     05  FILLER PIC X(40)
002570             VALUE 'POSTE OUVERT D''UN RADIE SANS RAD-REGL'.
002580     05  FILLER PIC X(14) VALUE 'R04HOUV-ITEMS '.
002590     05  FILLER PIC X(40)
002600             VALUE 'POSTE OUVERT D''UN COMPTE INCONNU'.
002610     05  FILLER PIC X(14) VALUE 'R05MOUV-ITEMS '.
002620     05  FILLER PIC X(40)
002630             VALUE 'ETABLISSEMENT DU POSTE INCONNU'.
002640     05  FILLER PIC X(14) VALUE 'R06HECHEANCIER'.
002650     05  FILLER PIC X(40)
002660             VALUE 'ECHEANCE A VENIR, AUCUN POSTE OUVERT'.
002670     05  FILLER PIC X(14) VALUE 'R07MECHEANCIER'.
002680     05  FILLER PIC X(40)
002690             VALUE 'ECHEANCE D''UN ADHERENT ABSENT'.
002700     05  FILLER PIC X(14) VALUE 'R08MECHEANCIER'.
002710     05  FILLER PIC X(40)
002720             VALUE 'ETABLISSEMENT DE L''ECHEANCE INCONNU'.
002730     05  FILLER PIC X(14) VALUE 'R09MGRP-ADH   '.
002740     05  FILLER PIC X(40)
002750             VALUE 'MEMBRE DE GROUPE ABSENT D''ADH-REF'.
002760     05  FILLER PIC X(14) VALUE 'R10HALIAS-ADH '.
002770     05  FILLER PIC X(40)
002780             VALUE 'ALIAS VERS UN NUMERO LUI-MEME ABSORBE'.
002790     05  FILLER PIC X(14) VALUE 'R11MALIAS-ADH '.
002800     05  FILLER PIC X(40)
002810             VALUE 'ALIAS VERS UN SURVIVANT ABSENT'.
002820     05  FILLER PIC X(14) VALUE 'R12MFFFFFGS   '.
002830     05  FILLER PIC X(40)
002840             VALUE 'ENREGISTREMENT D''UN ADHERENT ABSENT'.
002850     05  FILLER PIC X(14) VALUE 'R13MFFFFFGS   '.
002860     05  FILLER PIC X(40)
002870             VALUE 'ETABLISSEMENT INCONNU OU FERME'.
002880 01  W-TAB-REGLES REDEFINES W-REGLES-CONNUES.
002890     05  W-RG-ENTREE OCCURS 13 TIMES
002900             INDEXED BY W-IDX-RG.
002910         10  W-RG-CODE           PIC X(03).
002920         10  W-RG-GRAVITE        PIC X(01).
002930             88  RG-GRAVITE-HAUTE VALUE 'H'.
002940         10  W-RG-FICHIER        PIC X(10).
002950         10  W-RG-LIBELLE        PIC X(40).
002960 01  W-TAB-COMPTES-REGLES.
002970     05  W-RG-NB OCCURS 13 TIMES PIC 9(07) COMP.
002980 01  W-NB-REGLES                 PIC 9(02) COMP VALUE 13.
002990 01  W-REGLE                     PIC 9(02) COMP VALUE ZERO.
003000*****************************************************************
003010*    REFERENTIEL DES ADHERENTS EN TABLE : UNE ENTREE PAR COADHF
003020*    (20000 AU PLUS), ACTIVE DES QU'UNE DE SES ENTREES ADH-REF
003030*    L'EST.
003040*****************************************************************
003050 01  W-FIN-ADH                   PIC X VALUE 'N'.
003060     88  FIN-ADH                 VALUE 'O'.
003070 01  W-NB-ADH                    PIC 9(05) COMP VALUE ZERO.
003080 01  W-TAB-ADH.
003090     05  W-AD-ENTREE OCCURS 20000 TIMES
003100             INDEXED BY W-IDX-AD.
003110         10  W-AD-COADHF         PIC X(09).
003120         10  W-AD-STATUT         PIC X(01).
003130 01  W-ADH-SW                    PIC X VALUE 'N'.
003140     88  ADH-CONNU               VALUE 'O'.
003150 01  W-ADH-ACTIF-SW              PIC X VALUE 'N'.
003160     88  ADH-ACTIF               VALUE 'O'.
003170*****************************************************************
003180*    REFERENTIEL DES ETABLISSEMENTS (100 AU PLUS) : TABLE VIDE =
003190*    REGLES ETABLISSEMENT INACTIVES.
003200*****************************************************************
003210 01  W-FIN-ETB                   PIC X VALUE 'N'.
003220     88  FIN-ETB                 VALUE 'O'.
003230 01  W-NB-ETB                    PIC 9(03) COMP VALUE ZERO.
003240 01  W-TAB-ETB.
003250     05  W-EB-ENTREE OCCURS 100 TIMES
003260             INDEXED BY W-IDX-EB.
003270         10  W-EB-COETBL         PIC X(05).
003280         10  W-EB-STATUT         PIC X(01).
003290 01  W-ETB-SW                    PIC X VALUE 'N'.
003300     88  ETB-CONNU               VALUE 'O'.
003310 01  W-ETB-ACTIF-SW              PIC X VALUE 'N'.
003320     88  ETB-ACTIF               VALUE 'O'.
003330*****************************************************************
003340*    ADHERENTS AYANT UN REGLEMENT DE RADIATION (5000 AU PLUS),
003350*    EMPLOYEURS DE GROUPE (2000 AU PLUS), ADHERENTS AYANT AU
003360*    MOINS UN POSTE OUVERT (20000 AU PLUS) ET ALIAS DE FUSION
003370*    (200 AU PLUS, MEME BORNE QUE HZMT0001).
003380*****************************************************************
003390 01  W-FIN-REGL                  PIC X VALUE 'N'.
003400     88  FIN-REGL                VALUE 'O'.
003410 01  W-NB-REGL                   PIC 9(04) COMP VALUE ZERO.
003420 01  W-TAB-REGL.
003430     05  W-RR-COADHF OCCURS 5000 TIMES
003440             INDEXED BY W-IDX-RR PIC X(09).
003450 01  W-REGL-SW                   PIC X VALUE 'N'.
003460     88  REGLEMENT-TROUVE        VALUE 'O'.
003470 01  W-FIN-GRP                   PIC X VALUE 'N'.
003480     88  FIN-GRP                 VALUE 'O'.
003490 01  W-NB-EMPLOYEURS             PIC 9(04) COMP VALUE ZERO.
003500 01  W-TAB-EMPLOYEURS.
003510     05  W-EM-EMPLOYEUR OCCURS 2000 TIMES
003520             INDEXED BY W-IDX-EM PIC X(09).
003530 01  W-EMPLOYEUR-SW              PIC X VALUE 'N'.
003540     88  EMPLOYEUR-CONNU         VALUE 'O'.
003550 01  W-FIN-POSTES                PIC X VALUE 'N'.
003560     88  FIN-POSTES              VALUE 'O'.
003570 01  W-NB-OUVERTS                PIC 9(05) COMP VALUE ZERO.
003580 01  W-TAB-OUVERTS.
003590     05  W-OU-COADHF OCCURS 20000 TIMES
003600             INDEXED BY W-IDX-OU PIC X(09).
003610 01  W-OUVERT-SW                 PIC X VALUE 'N'.
003620     88  POSTE-OUVERT-TROUVE     VALUE 'O'.
003630 01  W-POSTES-SW                 PIC X VALUE 'N'.
003640     88  POSTES-CHARGES          VALUE 'O'.
003650 01  W-FIN-ALIAS                 PIC X VALUE 'N'.
003660     88  FIN-ALIAS               VALUE 'O'.
003670 01  W-NB-ALIAS                  PIC 9(03) COMP VALUE ZERO.
003680 01  W-TAB-ALIAS.
003690     05  W-AA-ENTREE OCCURS 200 TIMES
003700             INDEXED BY W-IDX-AA W-IDX-AB.
003710         10  W-AA-ABSORBE        PIC X(09).
003720         10  W-AA-SURVIVANT      PIC X(09).
003730 01  W-ALIAS-SW                  PIC X VALUE 'N'.
003740     88  SURVIVANT-ABSORBE       VALUE 'O'.
003750 01  W-FIN-MANDATS               PIC X VALUE 'N'.
003760     88  FIN-MANDATS             VALUE 'O'.
003770 01  W-FIN-ECHEANCES             PIC X VALUE 'N'.
003780     88  FIN-ECHEANCES           VALUE 'O'.
003790*****************************************************************
003800*    CAS COURANT A SIGNALER ET COMPTEURS.
003810*****************************************************************
003820 01  W-CHERCHE-COADHF            PIC X(09) VALUE SPACES.
003830 01  W-CHERCHE-COETBL            PIC X(05) VALUE SPACES.
003840 01  W-SIG-COADHF                PIC X(09) VALUE SPACES.
003850 01  W-SIG-COETBL                PIC X(05) VALUE SPACES.
003860 01  W-SIG-REFERENCE             PIC X(20) VALUE SPACES.
003870 01  W-NUMERO-EDIT               PIC 9(08).
003880 77  W-NB-CAS                    PIC 9(07) COMP VALUE ZERO.
003890 77  W-NB-CAS-GRAVES             PIC 9(07) COMP VALUE ZERO.
003900 77  W-NB-LUS                    PIC 9(07) COMP VALUE ZERO.
003910 01  W-NB-EDIT                   PIC Z(06)9.
003920 01  W-LIGNE-TRAVAIL             PIC X(132).
003930*****************************************************************
003940*    LIGNES DU RAPPORT IG-RPRT.
003950*****************************************************************
003960 01  W-LIGNE-CAS.
003970     05  WLC-CODE                PIC X(03).
003980     05  FILLER                  PIC X(01) VALUE SPACE.
003990     05  WLC-GRAVITE             PIC X(01).
004000     05  FILLER                  PIC X(02) VALUE SPACES.
004010     05  WLC-FICHIER             PIC X(10).
004020     05  FILLER                  PIC X(02) VALUE SPACES.
004030     05  WLC-COADHF              PIC X(09).
004040     05  FILLER                  PIC X(02) VALUE SPACES.
004050     05  WLC-COETBL              PIC X(05).
004060     05  FILLER                  PIC X(02) VALUE SPACES.
004070     05  WLC-REFERENCE           PIC X(20).
004080     05  FILLER                  PIC X(02) VALUE SPACES.
004090     05  WLC-LIBELLE             PIC X(40).
004100     05  FILLER                  PIC X(33) VALUE SPACES.
004110 01  W-LIGNE-COMPTE.
004120     05  WLN-CODE                PIC X(03).
004130     05  FILLER                  PIC X(01) VALUE SPACE.
004140     05  WLN-GRAVITE             PIC X(01).
004150     05  FILLER                  PIC X(02) VALUE SPACES.
004160     05  WLN-FICHIER             PIC X(10).
004170     05  FILLER                  PIC X(02) VALUE SPACES.
004180     05  WLN-LIBELLE             PIC X(40).
004190     05  FILLER                  PIC X(03) VALUE ' : '.
004200     05  WLN-NB                  PIC Z(06)9.
004210     05  FILLER                  PIC X(63) VALUE SPACES.
004220 PROCEDURE DIVISION.
004230 0000-MAINLINE.
004240     PERFORM 1000-INITIALISE THRU 1000-EXIT.
004250     IF ADH-REF-OK
004260        PERFORM 2000-CONTROLER-POSTES THRU 2000-EXIT
004270        PERFORM 2500-CONTROLER-MANDATS THRU 2500-EXIT
004280        PERFORM 3000-CONTROLER-ECHEANCES THRU 3000-EXIT
004290        PERFORM 3500-CONTROLER-ALIAS THRU 3500-EXIT
004300        PERFORM 4000-CONTROLER-FFFFFGS THRU 4000-EXIT
004310     END-IF.
004320     PERFORM 7000-EDITER-BILAN THRU 7000-EXIT.
004330     PERFORM 8000-TERMINE THRU 8000-EXIT.
004340     GOBACK.
004350*****************************************************************
004360*    1000-INITIALISE - ENTETE DU RAPPORT ET CHARGEMENT DES
004370*    REFERENTIELS. SANS ADH-REF AUCUN CONTROLE N'A DE SENS :
004380*    CODE 8.
004390*****************************************************************
004400 1000-INITIALISE.
004410     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
004420     INITIALIZE W-TAB-COMPTES-REGLES.
004430     OPEN OUTPUT IG-RPRT.
004440     MOVE SPACES TO W-LIGNE-TRAVAIL.
004450     STRING 'HZIG0001 - CONTROLE D''INTEGRITE REFERENTIELLE DU '
004460         DELIMITED BY SIZE
004470         W-DATE-JOUR-CCYYMMDD DELIMITED BY SIZE
004480         INTO W-LIGNE-TRAVAIL
004490     END-STRING.
004500     PERFORM 6900-ECRIRE-RAPPORT THRU 6900-EXIT.
004510     MOVE SPACES TO W-LIGNE-TRAVAIL.
004520     PERFORM 6900-ECRIRE-RAPPORT THRU 6900-EXIT.
004530     PERFORM 1100-CHARGER-ADHERENTS THRU 1100-EXIT.
004540     IF NOT ADH-REF-OK
004550        GO TO 1000-EXIT
004560     END-IF.
004570     PERFORM 1200-CHARGER-ETABLISSEMENTS THRU 1200-EXIT.
004580     PERFORM 1300-CHARGER-REGLEMENTS THRU 1300-EXIT.
004590     PERFORM 1400-CHARGER-GROUPES THRU 1400-EXIT.
004600     PERFORM 1500-CHARGER-ALIAS THRU 1500-EXIT.
004610 1000-EXIT.
004620     EXIT.
004630 1100-CHARGER-ADHERENTS.
004640     OPEN INPUT ADH-REF.
004650     IF NOT ADH-REF-OK
004660        DISPLAY 'HZIG0001 - ADH-REF INDISPONIBLE, AUCUN CONTROLE '
004670            '- STATUT ' W-ADH-REF-STATUS
004680        MOVE 8 TO RETURN-CODE
004690        GO TO 1100-EXIT
004700     END-IF.
004710     PERFORM UNTIL FIN-ADH
004720        READ ADH-REF
004730           AT END SET FIN-ADH TO TRUE
004740           NOT AT END PERFORM 1110-EMPILER-ADHERENT THRU 1110-EXIT
004750        END-READ
004760     END-PERFORM.
004770     CLOSE ADH-REF.
004780     MOVE '00' TO W-ADH-REF-STATUS.
004790 1100-EXIT.
004800     EXIT.
004810*****************************************************************
004820*    1110-EMPILER-ADHERENT - UN COADHF DEJA EN TABLE DEVIENT
004830*    ACTIF S'IL A UNE ENTREE ACTIVE ; SINON IL EST AJOUTE.
004840*****************************************************************
004850 1110-EMPILER-ADHERENT.
004860     MOVE AF-COADHF TO W-CHERCHE-COADHF.
004870     PERFORM 5100-CHERCHER-ADHERENT THRU 5100-EXIT.
004880     IF ADH-CONNU
004890        IF AF-STATUT-ACTIF
004900           MOVE 'A' TO W-AD-STATUT (W-IDX-AD)
004910        END-IF
004920        GO TO 1110-EXIT
004930     END-IF.
004940     IF W-NB-ADH < 20000
004950        ADD 1 TO W-NB-ADH
004960        MOVE AF-COADHF TO W-AD-COADHF (W-NB-ADH)
004970        MOVE AF-STATUT TO W-AD-STATUT (W-NB-ADH)
004980     ELSE
004990        DISPLAY 'HZIG0001 - TABLE DES ADHERENTS PLEINE (20000 '
005000            'MAXIMUM) - ENTREE IGNOREE : ' AF-COADHF
005010        MOVE 8 TO RETURN-CODE
005020     END-IF.
005030 1110-EXIT.
005040     EXIT.
005050 1200-CHARGER-ETABLISSEMENTS.
005060     OPEN INPUT ETB-REF.
005070     IF NOT ETB-REF-OK
005080        DISPLAY 'HZIG0001 - ETB-REF INDISPONIBLE, REGLES '
005090            'ETABLISSEMENT INACTIVES - STATUT ' W-ETB-REF-STATUS
005100        GO TO 1200-EXIT
005110     END-IF.
005120     PERFORM UNTIL FIN-ETB
005130        READ ETB-REF
005140           AT END SET FIN-ETB TO TRUE
005150           NOT AT END PERFORM 1210-EMPILER-ETABLISSEMENT
005160              THRU 1210-EXIT
005170        END-READ
005180     END-PERFORM.
005190     CLOSE ETB-REF.
005200 1200-EXIT.
005210     EXIT.
005220 1210-EMPILER-ETABLISSEMENT.
005230     IF W-NB-ETB < 100
005240        ADD 1 TO W-NB-ETB
005250        MOVE ET-COETBL TO W-EB-COETBL (W-NB-ETB)
005260        MOVE ET-STATUT TO W-EB-STATUT (W-NB-ETB)
005270     ELSE
005280        DISPLAY 'HZIG0001 - TABLE ETB-REF PLEINE (100 MAXIMUM)'
005290            ' - ENTREE IGNOREE : ' ET-COETBL
005300     END-IF.
005310 1210-EXIT.
005320     EXIT.
005330 1300-CHARGER-REGLEMENTS.
005340     OPEN INPUT RAD-REGL.
005350     IF NOT RAD-REGL-OK
005360        MOVE 'RAD-REGL' TO W-SIG-REFERENCE
005370        PERFORM 6800-SIGNALER-ABSENT THRU 6800-EXIT
005380        GO TO 1300-EXIT
005390     END-IF.
005400     PERFORM UNTIL FIN-REGL
005410        READ RAD-REGL
005420           AT END SET FIN-REGL TO TRUE
005430           NOT AT END PERFORM 1310-EMPILER-REGLEMENT
005440              THRU 1310-EXIT
005450        END-READ
005460     END-PERFORM.
005470     CLOSE RAD-REGL.
005480 1300-EXIT.
005490     EXIT.
005500 1310-EMPILER-REGLEMENT.
005510     IF RG-TYPE NOT = '02'
005520        GO TO 1310-EXIT
005530     END-IF.
005540     IF W-NB-REGL < 5000
005550        ADD 1 TO W-NB-REGL
005560        MOVE RG-COADHF TO W-RR-COADHF (W-NB-REGL)
005570     ELSE
005580        DISPLAY 'HZIG0001 - TABLE DES REGLEMENTS PLEINE (5000 '
005590            'MAXIMUM) - ENTREE IGNOREE : ' RG-COADHF
005600        MOVE 8 TO RETURN-CODE
005610     END-IF.
005620 1310-EXIT.
005630     EXIT.
005640*****************************************************************
005650*    1400-CHARGER-GROUPES - CHAQUE MEMBRE GRP-ADH EST CONTROLE
005660*    CONTRE ADH-REF (R09) ; LES EMPLOYEURS SONT EMPILES POUR LES
005670*    POSTES DE GROUPE, PORTES SUR LE COMPTE EMPLOYEUR.
005680*****************************************************************
005690 1400-CHARGER-GROUPES.
005700     OPEN INPUT GRP-ADH.
005710     IF NOT GRP-ADH-OK
005720        MOVE 'GRP-ADH' TO W-SIG-REFERENCE
005730        PERFORM 6800-SIGNALER-ABSENT THRU 6800-EXIT
005740        GO TO 1400-EXIT
005750     END-IF.
005760     PERFORM UNTIL FIN-GRP
005770        READ GRP-ADH
005780           AT END SET FIN-GRP TO TRUE
005790           NOT AT END PERFORM 1410-CONTROLER-MEMBRE THRU 1410-EXIT
005800        END-READ
005810     END-PERFORM.
005820     CLOSE GRP-ADH.
005830 1400-EXIT.
005840     EXIT.
005850 1410-CONTROLER-MEMBRE.
005860     MOVE GR-COADHF TO W-CHERCHE-COADHF.
005870     PERFORM 5100-CHERCHER-ADHERENT THRU 5100-EXIT.
005880     IF NOT ADH-CONNU
005890        MOVE 9 TO W-REGLE
005900        MOVE GR-COADHF TO W-SIG-COADHF
005910        MOVE SPACES TO W-SIG-COETBL
005920        MOVE SPACES TO W-SIG-REFERENCE
005930        STRING 'EMPLOYEUR ' DELIMITED BY SIZE
005940            GR-EMPLOYEUR DELIMITED BY SIZE
005950            INTO W-SIG-REFERENCE
005960        END-STRING
005970        PERFORM 6000-SIGNALER THRU 6000-EXIT
005980     END-IF.
005990     MOVE GR-EMPLOYEUR TO W-CHERCHE-COADHF.
006000     PERFORM 5400-CHERCHER-EMPLOYEUR THRU 5400-EXIT.
006010     IF EMPLOYEUR-CONNU
006020        GO TO 1410-EXIT
006030     END-IF.
006040     IF W-NB-EMPLOYEURS < 2000
006050        ADD 1 TO W-NB-EMPLOYEURS
006060        MOVE GR-EMPLOYEUR TO W-EM-EMPLOYEUR (W-NB-EMPLOYEURS)
006070     ELSE
006080        DISPLAY 'HZIG0001 - TABLE DES EMPLOYEURS PLEINE (2000 '
006090            'MAXIMUM) - ENTREE IGNOREE : ' GR-EMPLOYEUR
006100        MOVE 8 TO RETURN-CODE
006110     END-IF.
006120 1410-EXIT.
006130     EXIT.
006140 1500-CHARGER-ALIAS.
006150     OPEN INPUT ALIAS-ADH.
006160     IF NOT ALIAS-ADH-OK
006170        GO TO 1500-EXIT
006180     END-IF.
006190     PERFORM UNTIL FIN-ALIAS
006200        READ ALIAS-ADH
006210           AT END SET FIN-ALIAS TO TRUE
006220           NOT AT END PERFORM 1510-EMPILER-ALIAS THRU 1510-EXIT
006230        END-READ
006240     END-PERFORM.
006250     CLOSE ALIAS-ADH.
006260 1500-EXIT.
006270     EXIT.
006280 1510-EMPILER-ALIAS.
006290     IF W-NB-ALIAS < 200
006300        ADD 1 TO W-NB-ALIAS
006310        MOVE AL-COADHF-ABSORBE TO W-AA-ABSORBE (W-NB-ALIAS)
006320        MOVE AL-COADHF-SURVIVANT TO W-AA-SURVIVANT (W-NB-ALIAS)
006330     ELSE
006340        DISPLAY 'HZIG0001 - REGISTRE DES ALIAS PLEIN (200) - '
006350            'ENTREE IGNOREE : ' AL-COADHF-ABSORBE
006360     END-IF.
006370 1510-EXIT.
006380     EXIT.
006390*****************************************************************
006400*    2000-CONTROLER-POSTES - POSTES OUV-ITEMS NON SOLDES ('S') NI
006410*    PASSES EN PERTE ('I') : TITULAIRE CONNU (ADHERENT OU
006420*    EMPLOYEUR DE GROUPE) (R04), RADIE SANS REGLEMENT (R03),
006430*    ETABLISSEMENT CONNU (R05). CHAQUE TITULAIRE D'UN POSTE OUVERT
006440*    EST EMPILE POUR LE CONTROLE DE L'ECHEANCIER.
006450*****************************************************************
006460 2000-CONTROLER-POSTES.
006470     OPEN INPUT OUV-ITEMS.
006480     IF NOT OUV-ITEMS-OK
006490        MOVE 'OUV-ITEMS' TO W-SIG-REFERENCE
006500        PERFORM 6800-SIGNALER-ABSENT THRU 6800-EXIT
006510        GO TO 2000-EXIT
006520     END-IF.
006530     MOVE 'O' TO W-POSTES-SW.
006540     PERFORM 2100-LIRE-POSTE THRU 2100-EXIT
006550        UNTIL FIN-POSTES.
006560     CLOSE OUV-ITEMS.
006570 2000-EXIT.
006580     EXIT.
006590 2100-LIRE-POSTE.
006600     READ OUV-ITEMS
006610        AT END
006620           MOVE 'O' TO W-FIN-POSTES
006630           GO TO 2100-EXIT
006640     END-READ.
006650     ADD 1 TO W-NB-LUS.
006660     IF OV-STATUT = 'S' OR OV-STATUT = 'I'
006670        GO TO 2100-EXIT
006680     END-IF.
006690     MOVE OV-COADHF TO W-SIG-COADHF.
006700     MOVE OV-COETBL TO W-SIG-COETBL.
006710     MOVE SPACES TO W-SIG-REFERENCE.
006720     MOVE OV-NUMERO-FACTURE TO W-NUMERO-EDIT.
006730     STRING 'FACTURE ' DELIMITED BY SIZE
006740         W-NUMERO-EDIT DELIMITED BY SIZE
006750         INTO W-SIG-REFERENCE
006760     END-STRING.
006770     PERFORM 2200-EMPILER-OUVERT THRU 2200-EXIT.
006780     MOVE OV-COETBL TO W-CHERCHE-COETBL.
006790     PERFORM 5200-CHERCHER-ETABLISSEMENT THRU 5200-EXIT.
006800     IF W-NB-ETB > ZERO AND NOT ETB-CONNU
006810        MOVE 5 TO W-REGLE
006820        PERFORM 6000-SIGNALER THRU 6000-EXIT
006830     END-IF.
006840     MOVE OV-COADHF TO W-CHERCHE-COADHF.
006850     PERFORM 5100-CHERCHER-ADHERENT THRU 5100-EXIT.
006860     IF ADH-CONNU
006870        IF NOT ADH-ACTIF
006880           PERFORM 5300-CHERCHER-REGLEMENT THRU 5300-EXIT
006890           IF NOT REGLEMENT-TROUVE
006900              MOVE 3 TO W-REGLE
006910              PERFORM 6000-SIGNALER THRU 6000-EXIT
006920           END-IF
006930        END-IF
006940        GO TO 2100-EXIT
006950     END-IF.
006960     PERFORM 5400-CHERCHER-EMPLOYEUR THRU 5400-EXIT.
006970     IF NOT EMPLOYEUR-CONNU
006980        MOVE 4 TO W-REGLE
006990        PERFORM 6000-SIGNALER THRU 6000-EXIT
007000     END-IF.
007010 2100-EXIT.
007020     EXIT.
007030 2200-EMPILER-OUVERT.
007040     MOVE 'N' TO W-OUVERT-SW.
007050     IF W-NB-OUVERTS > ZERO
007060        SET W-IDX-OU TO 1
007070        SEARCH W-OU-COADHF
007080           AT END
007090              CONTINUE
007100           WHEN W-IDX-OU > W-NB-OUVERTS
007110              CONTINUE
007120           WHEN W-OU-COADHF (W-IDX-OU) = OV-COADHF
007130              MOVE 'O' TO W-OUVERT-SW
007140        END-SEARCH
007150     END-IF.
007160     IF POSTE-OUVERT-TROUVE
007170        GO TO 2200-EXIT
007180     END-IF.
007190     IF W-NB-OUVERTS < 20000
007200        ADD 1 TO W-NB-OUVERTS
007210        MOVE OV-COADHF TO W-OU-COADHF (W-NB-OUVERTS)
007220     ELSE
007230        DISPLAY 'HZIG0001 - TABLE DES POSTES OUVERTS PLEINE '
007240            '(20000 MAXIMUM) - ENTREE IGNOREE : ' OV-COADHF
007250        MOVE 8 TO RETURN-CODE
007260     END-IF.
007270 2200-EXIT.
007280     EXIT.
007290*****************************************************************
007300*    2500-CONTROLER-MANDATS - MANDAT D'UN ADHERENT ABSENT
007310*    D'ADH-REF : ACTIF (R01, UN PRELEVEMENT PEUT PARTIR) OU
007320*    SUSPENDU / REVOQUE (R02).
007330*****************************************************************
007340 2500-CONTROLER-MANDATS.
007350     OPEN INPUT MANDATS.
007360     IF NOT MANDATS-OK
007370        MOVE 'MANDATS' TO W-SIG-REFERENCE
007380        PERFORM 6800-SIGNALER-ABSENT THRU 6800-EXIT
007390        GO TO 2500-EXIT
007400     END-IF.
007410     PERFORM 2600-LIRE-MANDAT THRU 2600-EXIT
007420        UNTIL FIN-MANDATS.
007430     CLOSE MANDATS.
007440 2500-EXIT.
007450     EXIT.
007460 2600-LIRE-MANDAT.
007470     READ MANDATS
007480        AT END
007490           MOVE 'O' TO W-FIN-MANDATS
007500           GO TO 2600-EXIT
007510     END-READ.
007520     ADD 1 TO W-NB-LUS.
007530     MOVE MD-COADHF TO W-CHERCHE-COADHF.
007540     PERFORM 5100-CHERCHER-ADHERENT THRU 5100-EXIT.
007550     IF ADH-CONNU
007560        GO TO 2600-EXIT
007570     END-IF.
007580     IF MD-STATUT-ACTIF
007590        MOVE 1 TO W-REGLE
007600     ELSE
007610        MOVE 2 TO W-REGLE
007620     END-IF.
007630     MOVE MD-COADHF TO W-SIG-COADHF.
007640     MOVE SPACES TO W-SIG-COETBL.
007650     MOVE MD-REF-COMPTE TO W-SIG-REFERENCE.
007660     PERFORM 6000-SIGNALER THRU 6000-EXIT.
007670 2600-EXIT.
007680     EXIT.
007690*****************************************************************
007700*    3000-CONTROLER-ECHEANCES - ECHEANCES A VENIR ('A') : UNE
007710*    ECHEANCE DUE PAR L'ADHERENT ALORS QU'IL N'A PLUS AUCUN POSTE
007720*    OUVERT (R06, CONTROLE SEULEMENT SI OUV-ITEMS A ETE LU),
007730*    ADHERENT ABSENT (R07), ETABLISSEMENT INCONNU (R08).
007740*****************************************************************
007750 3000-CONTROLER-ECHEANCES.
007760     OPEN INPUT ECHEANCIER.
007770     IF NOT ECHEANCIER-OK
007780        MOVE 'ECHEANCIER' TO W-SIG-REFERENCE
007790        PERFORM 6800-SIGNALER-ABSENT THRU 6800-EXIT
007800        GO TO 3000-EXIT
007810     END-IF.
007820     PERFORM 3100-LIRE-ECHEANCE THRU 3100-EXIT
007830        UNTIL FIN-ECHEANCES.
007840     CLOSE ECHEANCIER.
007850 3000-EXIT.
007860     EXIT.
007870 3100-LIRE-ECHEANCE.
007880     READ ECHEANCIER
007890        AT END
007900           MOVE 'O' TO W-FIN-ECHEANCES
007910           GO TO 3100-EXIT
007920     END-READ.
007930     ADD 1 TO W-NB-LUS.
007940     IF EC-STATUT NOT = 'A'
007950        GO TO 3100-EXIT
007960     END-IF.
007970     MOVE EC-COADHF TO W-SIG-COADHF.
007980     MOVE EC-COETBL TO W-SIG-COETBL.
007990     MOVE SPACES TO W-SIG-REFERENCE.
008000     STRING 'ECHEANCE ' DELIMITED BY SIZE
008010         EC-RANG DELIMITED BY SIZE
008020         ' DU ' DELIMITED BY SIZE
008030         EC-DATE-ECHEANCE DELIMITED BY SIZE
008040         INTO W-SIG-REFERENCE
008050     END-STRING.
008060     MOVE EC-COETBL TO W-CHERCHE-COETBL.
008070     PERFORM 5200-CHERCHER-ETABLISSEMENT THRU 5200-EXIT.
008080     IF W-NB-ETB > ZERO AND NOT ETB-CONNU
008090        MOVE 8 TO W-REGLE
008100        PERFORM 6000-SIGNALER THRU 6000-EXIT
008110     END-IF.
008120     MOVE EC-COADHF TO W-CHERCHE-COADHF.
008130     PERFORM 5100-CHERCHER-ADHERENT THRU 5100-EXIT.
008140     IF NOT ADH-CONNU
008150        MOVE 7 TO W-REGLE
008160        PERFORM 6000-SIGNALER THRU 6000-EXIT
008170     END-IF.
008180     IF NOT POSTES-CHARGES
008190        OR EC-MONTANT NOT > ZERO
008200        GO TO 3100-EXIT
008210     END-IF.
008220     PERFORM 5500-CHERCHER-OUVERT THRU 5500-EXIT.
008230     IF NOT POSTE-OUVERT-TROUVE
008240        MOVE 6 TO W-REGLE
008250        PERFORM 6000-SIGNALER THRU 6000-EXIT
008260     END-IF.
008270 3100-EXIT.
008280     EXIT.
008290*****************************************************************
008300*    3500-CONTROLER-ALIAS - UN ALIAS DOIT MENER A UN NUMERO
008310*    VIVANT : SURVIVANT LUI-MEME ABSORBE PAR UNE FUSION
008320*    ULTERIEURE (R10, LA REDIRECTION S'ARRETE A MI-CHEMIN) OU
008330*    ABSENT D'ADH-REF (R11).
008340*****************************************************************
008350 3500-CONTROLER-ALIAS.
008360     IF W-NB-ALIAS = ZERO
008370        GO TO 3500-EXIT
008380     END-IF.
008390     PERFORM 3600-CONTROLER-UN-ALIAS THRU 3600-EXIT
008400        VARYING W-IDX-AA FROM 1 BY 1
008410        UNTIL W-IDX-AA > W-NB-ALIAS.
008420 3500-EXIT.
008430     EXIT.
008440 3600-CONTROLER-UN-ALIAS.
008450     MOVE W-AA-ABSORBE (W-IDX-AA) TO W-SIG-COADHF.
008460     MOVE SPACES TO W-SIG-COETBL.
008470     MOVE SPACES TO W-SIG-REFERENCE.
008480     STRING 'SURVIVANT ' DELIMITED BY SIZE
008490         W-AA-SURVIVANT (W-IDX-AA) DELIMITED BY SIZE
008500         INTO W-SIG-REFERENCE
008510     END-STRING.
008520     MOVE 'N' TO W-ALIAS-SW.
008530     SET W-IDX-AB TO 1.
008540     SEARCH W-AA-ENTREE VARYING W-IDX-AB
008550        AT END
008560           CONTINUE
008570        WHEN W-IDX-AB > W-NB-ALIAS
008580           CONTINUE
008590        WHEN W-AA-ABSORBE (W-IDX-AB) = W-AA-SURVIVANT (W-IDX-AA)
008600           MOVE 'O' TO W-ALIAS-SW
008610     END-SEARCH.
008620     IF SURVIVANT-ABSORBE
008630        MOVE 10 TO W-REGLE
008640        PERFORM 6000-SIGNALER THRU 6000-EXIT
008650        GO TO 3600-EXIT
008660     END-IF.
008670     MOVE W-AA-SURVIVANT (W-IDX-AA) TO W-CHERCHE-COADHF.
008680     PERFORM 5100-CHERCHER-ADHERENT THRU 5100-EXIT.
008690     IF NOT ADH-CONNU
008700        MOVE 11 TO W-REGLE
008710        PERFORM 6000-SIGNALER THRU 6000-EXIT
008720     END-IF.
008730 3600-EXIT.
008740     EXIT.
008750*****************************************************************
008760*    4000-CONTROLER-FFFFFGS - CLUSTER PARCOURU EN LECTURE SEULE :
008770*    ADHERENT ABSENT D'ADH-REF (R12), ETABLISSEMENT INCONNU OU
008780*    FERME (R13 - UN ENREGISTREMENT VIVANT NE DOIT PAS RESTER SOUS
008790*    UN ETABLISSEMENT FERME, CF. HZFS0001).
008800*****************************************************************
008810 4000-CONTROLER-FFFFFGS.
008820     OPEN INPUT FFFFFGS.
008830     IF NOT FFFFFGS-OK
008840        MOVE 'FFFFFGS' TO W-SIG-REFERENCE
008850        PERFORM 6800-SIGNALER-ABSENT THRU 6800-EXIT
008860        GO TO 4000-EXIT
008870     END-IF.
008880     MOVE LOW-VALUES TO FFFFFGS-CLE.
008890     START FFFFFGS KEY IS NOT LESS THAN FFFFFGS-CLE
008900         INVALID KEY MOVE 'O' TO W-FIN-FFFFFGS.
008910     PERFORM 4100-LIRE-FFFFFGS THRU 4100-EXIT
008920        UNTIL FIN-FFFFFGS.
008930     CLOSE FFFFFGS.
008940 4000-EXIT.
008950     EXIT.
008960 4100-LIRE-FFFFFGS.
008970     READ FFFFFGS NEXT RECORD
008980        AT END
008990           MOVE 'O' TO W-FIN-FFFFFGS
009000           GO TO 4100-EXIT
009010     END-READ.
009020     ADD 1 TO W-NB-LUS.
009030     MOVE FFFFFGS-COADHF TO W-SIG-COADHF.
009040     MOVE FFFFFGS-COETBL TO W-SIG-COETBL.
009050     MOVE FFFFFGS-CLE TO W-SIG-REFERENCE.
009060     MOVE FFFFFGS-COETBL TO W-CHERCHE-COETBL.
009070     PERFORM 5200-CHERCHER-ETABLISSEMENT THRU 5200-EXIT.
009080     IF W-NB-ETB > ZERO AND NOT ETB-ACTIF
009090        MOVE 13 TO W-REGLE
009100        PERFORM 6000-SIGNALER THRU 6000-EXIT
009110     END-IF.
009120     MOVE FFFFFGS-COADHF TO W-CHERCHE-COADHF.
009130     PERFORM 5100-CHERCHER-ADHERENT THRU 5100-EXIT.
009140     IF NOT ADH-CONNU
009150        MOVE 12 TO W-REGLE
009160        PERFORM 6000-SIGNALER THRU 6000-EXIT
009170     END-IF.
009180 4100-EXIT.
009190     EXIT.
009200*****************************************************************
009210*    5100 A 5500 - RECHERCHES EN TABLE SUR W-CHERCHE-COADHF OU
009220*    W-CHERCHE-COETBL.
009230*****************************************************************
009240 5100-CHERCHER-ADHERENT.
009250     MOVE 'N' TO W-ADH-SW.
009260     MOVE 'N' TO W-ADH-ACTIF-SW.
009270     IF W-NB-ADH = ZERO
009280        GO TO 5100-EXIT
009290     END-IF.
009300     SET W-IDX-AD TO 1.
009310     SEARCH W-AD-ENTREE
009320        AT END
009330           CONTINUE
009340        WHEN W-IDX-AD > W-NB-ADH
009350           CONTINUE
009360        WHEN W-AD-COADHF (W-IDX-AD) = W-CHERCHE-COADHF
009370           MOVE 'O' TO W-ADH-SW
009380           IF W-AD-STATUT (W-IDX-AD) = 'A'
009390              MOVE 'O' TO W-ADH-ACTIF-SW
009400           END-IF
009410     END-SEARCH.
009420 5100-EXIT.
009430     EXIT.
009440 5200-CHERCHER-ETABLISSEMENT.
009450     MOVE 'N' TO W-ETB-SW.
009460     MOVE 'N' TO W-ETB-ACTIF-SW.
009470     IF W-NB-ETB = ZERO
009480        GO TO 5200-EXIT
009490     END-IF.
009500     SET W-IDX-EB TO 1.
009510     SEARCH W-EB-ENTREE
009520        AT END
009530           CONTINUE
009540        WHEN W-IDX-EB > W-NB-ETB
009550           CONTINUE
009560        WHEN W-EB-COETBL (W-IDX-EB) = W-CHERCHE-COETBL
009570           MOVE 'O' TO W-ETB-SW
009580           IF W-EB-STATUT (W-IDX-EB) = 'A'
009590              MOVE 'O' TO W-ETB-ACTIF-SW
009600           END-IF
009610     END-SEARCH.
009620 5200-EXIT.
009630     EXIT.
009640 5300-CHERCHER-REGLEMENT.
009650     MOVE 'N' TO W-REGL-SW.
009660     IF W-NB-REGL = ZERO
009670        GO TO 5300-EXIT
009680     END-IF.
009690     SET W-IDX-RR TO 1.
009700     SEARCH W-RR-COADHF
009710        AT END
009720           CONTINUE
009730        WHEN W-IDX-RR > W-NB-REGL
009740           CONTINUE
009750        WHEN W-RR-COADHF (W-IDX-RR) = W-CHERCHE-COADHF
009760           MOVE 'O' TO W-REGL-SW
009770     END-SEARCH.
009780 5300-EXIT.
009790     EXIT.
009800 5400-CHERCHER-EMPLOYEUR.
009810     MOVE 'N' TO W-EMPLOYEUR-SW.
009820     IF W-NB-EMPLOYEURS = ZERO
009830        GO TO 5400-EXIT
009840     END-IF.
009850     SET W-IDX-EM TO 1.
009860     SEARCH W-EM-EMPLOYEUR
009870        AT END
009880           CONTINUE
009890        WHEN W-IDX-EM > W-NB-EMPLOYEURS
009900           CONTINUE
009910        WHEN W-EM-EMPLOYEUR (W-IDX-EM) = W-CHERCHE-COADHF
009920           MOVE 'O' TO W-EMPLOYEUR-SW
009930     END-SEARCH.
009940 5400-EXIT.
009950     EXIT.
009960 5500-CHERCHER-OUVERT.
009970     MOVE 'N' TO W-OUVERT-SW.
009980     IF W-NB-OUVERTS = ZERO
009990        GO TO 5500-EXIT
010000     END-IF.
010010     SET W-IDX-OU TO 1.
010020     SEARCH W-OU-COADHF
010030        AT END
010040           CONTINUE
010050        WHEN W-IDX-OU > W-NB-OUVERTS
010060           CONTINUE
010070        WHEN W-OU-COADHF (W-IDX-OU) = W-CHERCHE-COADHF
010080           MOVE 'O' TO W-OUVERT-SW
010090     END-SEARCH.
010100 5500-EXIT.
010110     EXIT.
010120*****************************************************************
010130*    6000-SIGNALER - UN CAS DE LA REGLE W-REGLE : LIGNE AU
010140*    RAPPORT, COMPTE PAR REGLE ; GRAVITE HAUTE : EVENEMENT
010150*    SYS-EXC ET CODE 4.
010160*****************************************************************
010170 6000-SIGNALER.
010180     SET W-IDX-RG TO W-REGLE.
010190     ADD 1 TO W-RG-NB (W-REGLE).
010200     ADD 1 TO W-NB-CAS.
010210     MOVE W-RG-CODE (W-IDX-RG) TO WLC-CODE.
010220     MOVE W-RG-GRAVITE (W-IDX-RG) TO WLC-GRAVITE.
010230     MOVE W-RG-FICHIER (W-IDX-RG) TO WLC-FICHIER.
010240     MOVE W-SIG-COADHF TO WLC-COADHF.
010250     MOVE W-SIG-COETBL TO WLC-COETBL.
010260     MOVE W-SIG-REFERENCE TO WLC-REFERENCE.
010270     MOVE W-RG-LIBELLE (W-IDX-RG) TO WLC-LIBELLE.
010280     MOVE W-LIGNE-CAS TO W-LIGNE-TRAVAIL.
010290     PERFORM 6900-ECRIRE-RAPPORT THRU 6900-EXIT.
010300     IF NOT RG-GRAVITE-HAUTE (W-IDX-RG)
010310        GO TO 6000-EXIT
010320     END-IF.
010330     ADD 1 TO W-NB-CAS-GRAVES.
010340     PERFORM 6100-TRACER-SYS-EXC THRU 6100-EXIT.
010350     IF RETURN-CODE < 4
010360        MOVE 4 TO RETURN-CODE
010370     END-IF.
010380 6000-EXIT.
010390     EXIT.
010400*****************************************************************
010410*    6100-TRACER-SYS-EXC - LIGNE CRITIQUE WSA000 DANS LE JOURNAL
010420*    DES EVENEMENTS SYSTEME : REGLE, COADHF ET LIBELLE ABREGE.
010430*****************************************************************
010440 6100-TRACER-SYS-EXC.
010450     OPEN EXTEND SYS-EXC.
010460     IF W-SYS-EXC-STATUS = '05'
010470        OPEN OUTPUT SYS-EXC
010480     END-IF.
010490     ACCEPT W-HORO-DATE FROM DATE.
010500     ACCEPT W-HORO-HEURE FROM TIME.
010510     MOVE W-HORODATE-TRAVAIL TO AVT-HORODATE.
010520     MOVE 'HZIG0001' TO AVT-PROGRAMME.
010530     MOVE 0070 TO AVT-CODE.
010540     MOVE SPACES TO AVT-LIBELLE.
010550     STRING W-RG-CODE (W-IDX-RG) DELIMITED BY SIZE
010560         ' ' DELIMITED BY SIZE
010570         W-SIG-COADHF DELIMITED BY SIZE
010580         ' ' DELIMITED BY SIZE
010590         W-RG-LIBELLE (W-IDX-RG) DELIMITED BY SIZE
010600         INTO AVT-LIBELLE
010610     END-STRING.
010620     MOVE 'C' TO AVT-GRAVITE.
010630     WRITE AVT-LIGNE.
010640     CLOSE SYS-EXC.
010650 6100-EXIT.
010660     EXIT.
010670*****************************************************************
010680*    6800-SIGNALER-ABSENT - FICHIER SATELLITE INDISPONIBLE : SES
010690*    REGLES NE SONT PAS CONTROLEES, LE RAPPORT LE DIT (CODE 4).
010700*****************************************************************
010710 6800-SIGNALER-ABSENT.
010720     DISPLAY 'HZIG0001 - ' W-SIG-REFERENCE ' INDISPONIBLE, NON '
010730         'CONTROLE'.
010740     MOVE SPACES TO W-LIGNE-TRAVAIL.
010750     STRING 'FICHIER NON CONTROLE (INDISPONIBLE) : '
010760         DELIMITED BY SIZE
010770         W-SIG-REFERENCE DELIMITED BY SIZE
010780         INTO W-LIGNE-TRAVAIL
010790     END-STRING.
010800     PERFORM 6900-ECRIRE-RAPPORT THRU 6900-EXIT.
010810     IF RETURN-CODE < 4
010820        MOVE 4 TO RETURN-CODE
010830     END-IF.
010840 6800-EXIT.
010850     EXIT.
010860 6900-ECRIRE-RAPPORT.
010870     MOVE W-LIGNE-TRAVAIL TO IG-RPRT-LIGNE.
010880     WRITE IG-RPRT-LIGNE.
010890 6900-EXIT.
010900     EXIT.
010910*****************************************************************
010920*    7000-EDITER-BILAN - NOMBRE DE CAS PAR REGLE, PUIS TOTAUX.
010930*****************************************************************
010940 7000-EDITER-BILAN.
010950     MOVE SPACES TO W-LIGNE-TRAVAIL.
010960     PERFORM 6900-ECRIRE-RAPPORT THRU 6900-EXIT.
010970     MOVE 'BILAN PAR REGLE' TO W-LIGNE-TRAVAIL.
010980     PERFORM 6900-ECRIRE-RAPPORT THRU 6900-EXIT.
010990     PERFORM 7100-EDITER-REGLE THRU 7100-EXIT
011000        VARYING W-IDX-RG FROM 1 BY 1
011010        UNTIL W-IDX-RG > W-NB-REGLES.
011020     MOVE W-NB-CAS TO W-NB-EDIT.
011030     MOVE SPACES TO W-LIGNE-TRAVAIL.
011040     STRING 'TOTAL DES CAS           : ' DELIMITED BY SIZE
011050         W-NB-EDIT DELIMITED BY SIZE
011060         INTO W-LIGNE-TRAVAIL
011070     END-STRING.
011080     PERFORM 6900-ECRIRE-RAPPORT THRU 6900-EXIT.
011090     MOVE W-NB-CAS-GRAVES TO W-NB-EDIT.
011100     MOVE SPACES TO W-LIGNE-TRAVAIL.
011110     STRING 'DONT GRAVITE HAUTE      : ' DELIMITED BY SIZE
011120         W-NB-EDIT DELIMITED BY SIZE
011130         INTO W-LIGNE-TRAVAIL
011140     END-STRING.
011150     PERFORM 6900-ECRIRE-RAPPORT THRU 6900-EXIT.
011160 7000-EXIT.
011170     EXIT.
011180 7100-EDITER-REGLE.
011190     MOVE W-RG-CODE (W-IDX-RG) TO WLN-CODE.
011200     MOVE W-RG-GRAVITE (W-IDX-RG) TO WLN-GRAVITE.
011210     MOVE W-RG-FICHIER (W-IDX-RG) TO WLN-FICHIER.
011220     MOVE W-RG-LIBELLE (W-IDX-RG) TO WLN-LIBELLE.
011230     SET W-REGLE TO W-IDX-RG.
011240     MOVE W-RG-NB (W-REGLE) TO WLN-NB.
011250     MOVE W-LIGNE-COMPTE TO W-LIGNE-TRAVAIL.
011260     PERFORM 6900-ECRIRE-RAPPORT THRU 6900-EXIT.
011270 7100-EXIT.
011280     EXIT.
011290 8000-TERMINE.
011300     CLOSE IG-RPRT.
011310     MOVE W-NB-LUS TO W-NB-EDIT.
011320     DISPLAY 'HZIG0001 - ENREGISTREMENTS CONTROLES : ' W-NB-EDIT.
011330     MOVE W-NB-CAS TO W-NB-EDIT.
011340     DISPLAY 'HZIG0001 - CAS RELEVES               : ' W-NB-EDIT.
011350     MOVE W-NB-CAS-GRAVES TO W-NB-EDIT.
011360     DISPLAY 'HZIG0001 - DONT GRAVITE HAUTE        : ' W-NB-EDIT.
011370 8000-EXIT.
011380     EXIT.
