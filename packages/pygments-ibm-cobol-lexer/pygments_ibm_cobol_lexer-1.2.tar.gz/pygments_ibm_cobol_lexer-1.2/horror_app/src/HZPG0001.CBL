000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZPG0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. EPURATION PAR DUREE DE RETENTION DES FICHIERS DE
000080     GESTION QUI NE SONT JAMAIS PURGES PAR AILLEURS : POSTES
000090     OUVERTS (OUV-MAST), ECHEANCIER, MANDATS, SUSPENS DE
000100     PAIEMENT (SUSP-OUT), HISTORIQUE DES RELANCES ET REGISTRES
000110     DE DISPOSITION DE HZDL0001 (DL-REG) ET HZRV0001
000120     (RV-JOURNAL). LA RETENTION EST DONNEE EN MOIS PAR FICHIER
000130     ET PAR STATUT (PG-PARM, '*' = TOUT STATUT, 0 = PAS
000140     D'EPURATION) ; SANS REGLE, UN ENREGISTREMENT EST CONSERVE.
000150     CHAQUE FICHIER EST RELU EN ENTIER : LES ENREGISTREMENTS
000160     EPURES PARTENT DANS L'ARCHIVE PG-ARCH (IMAGE PRECEDEE DU
000170     CODE FICHIER), LES AUTRES SONT RECOPIES DANS LE FICHIER
000180     ...-KEEP CORRESPONDANT QUE L'EXPLOITATION SUBSTITUE AU
000190     FICHIER D'ORIGINE (COMME POUR HZHK0001) - JAMAIS SUR UN
000195     CODE RETOUR 8 ; LE MAITRE OUV-MAST EST EPURE SUR PLACE, SAUF
000200     SI UN CODE RETOUR 8 EST DEJA POSE. LES GELS LEGAUX DE LH-REG
000205     SONT APPLIQUES
000210     COMME DANS HZAR0001 SUR LES FICHIERS PORTANT UN ADHERENT ;
000220     L'HISTORIQUE DES RELANCES, SANS ADHERENT, SUIT LES
000230     FACTURES DES ADHERENTS GELES. LES DEUX REGISTRES NE
000240     PORTENT PAS D'ADHERENT ET NE RELEVENT PAS DES GELS. LE
000250     CERTIFICAT PG-RPRT DONNE LES REGLES APPLIQUEES, LES
000260     ENREGISTREMENTS RETENUS PAR GEL ET LES COMPTES PAR
000270     FICHIER.
000280*****************************************************************
000290*    HISTORIQUE DES MODIFICATIONS
000300*    --------------------------------------------------------
000310*    DATE       AUTEUR  DESCRIPTION
000320*    --------   ------  -------------------------------------
000330*    15/10/2026 EBA     CREATION.
000332*    15/10/2026 EBA     POSTES EPURES SUR PLACE DANS LE MAITRE
000334*                       INDEXE OUV-MAST (OUVMSTC) : PLUS DE
000336*                       FICHIER OUV-KEEP.
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390 SPECIAL-NAMES.
000400     DECIMAL-POINT IS COMMA.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PG-PARM ASSIGN TO PGPARM
000440         ORGANIZATION SEQUENTIAL
000450         FILE STATUS W-PG-PARM-STATUS.
000460     SELECT LH-REG ASSIGN TO LHREG
000470         ORGANIZATION SEQUENTIAL
000480         FILE STATUS W-LH-REG-STATUS.
000490     SELECT OUV-MAST ASSIGN TO OUVMAST
000500         ORGANIZATION INDEXED
000510         ACCESS MODE SEQUENTIAL
000520         RECORD KEY OV-NUMERO-FACTURE
000530         ALTERNATE RECORD KEY OV-COADHF WITH DUPLICATES
000540         FILE STATUS W-OUV-MAST-STATUS.
000550     SELECT ECHEANCIER ASSIGN TO ECHEANC
000560         ORGANIZATION SEQUENTIAL
000570         FILE STATUS W-ECHEANCIER-STATUS.
000580     SELECT ECH-KEEP ASSIGN TO ECHKEEP
000590         ORGANIZATION SEQUENTIAL
000600         FILE STATUS W-ECH-KEEP-STATUS.
000610     SELECT MANDATS ASSIGN TO MANDATS
000620         ORGANIZATION SEQUENTIAL
000630         FILE STATUS W-MANDATS-STATUS.
000640     SELECT MD-KEEP ASSIGN TO MDKEEP
000650         ORGANIZATION SEQUENTIAL
000660         FILE STATUS W-MD-KEEP-STATUS.
000670     SELECT SUSP-OUT ASSIGN TO SUSPOUT
000680         ORGANIZATION SEQUENTIAL
000690         FILE STATUS W-SUSP-OUT-STATUS.
000700     SELECT SUSP-KEEP ASSIGN TO SUSKEEP
000710         ORGANIZATION SEQUENTIAL
000720         FILE STATUS W-SUSP-KEEP-STATUS.
000730     SELECT RELANCE-HIST ASSIGN TO RELHIST
000740         ORGANIZATION SEQUENTIAL
000750         FILE STATUS W-RELANCE-HIST-STATUS.
000760     SELECT RH-KEEP ASSIGN TO RHKEEP
000770         ORGANIZATION SEQUENTIAL
000780         FILE STATUS W-RH-KEEP-STATUS.
000790     SELECT DL-REG ASSIGN TO DLREG
000800         ORGANIZATION SEQUENTIAL
000810         FILE STATUS W-DL-REG-STATUS.
000820     SELECT DL-KEEP ASSIGN TO DLKEEP
000830         ORGANIZATION SEQUENTIAL
000840         FILE STATUS W-DL-KEEP-STATUS.
000850     SELECT RV-JOURNAL ASSIGN TO RVJRNL
000860         ORGANIZATION SEQUENTIAL
000870         FILE STATUS W-RV-JOURNAL-STATUS.
000880     SELECT RV-KEEP ASSIGN TO RVKEEP
000890         ORGANIZATION SEQUENTIAL
000900         FILE STATUS W-RV-KEEP-STATUS.
000910     SELECT PG-ARCH ASSIGN TO PGARCH
000920         ORGANIZATION SEQUENTIAL
000930         FILE STATUS W-PG-ARCH-STATUS.
000940     SELECT PG-RPRT ASSIGN TO PGRPRT
000950         ORGANIZATION SEQUENTIAL
000960         FILE STATUS W-PG-RPRT-STATUS.
000970 DATA DIVISION.
000980 FILE SECTION.
000990*****************************************************************
001000*    PG-PARM - UNE LIGNE PAR REGLE DE RETENTION : CODE FICHIER
001010*    (NOM DU DD D'ENTREE), STATUT ('*' = TOUT STATUT) ET DUREE
001020*    EN MOIS. UNE LIGNE REMPLACE LA REGLE PAR DEFAUT DE MEME
001030*    FICHIER ET STATUT, OU S'Y AJOUTE.
001040*****************************************************************
001050 FD  PG-PARM
001060     LABEL RECORD STANDARD
001070     DATA RECORD PG-PARM-LIGNE.
001080 01  PG-PARM-LIGNE.
001090     05  PP-FICHIER              PIC X(08).
001100     05  PP-STATUT               PIC X(01).
001110     05  PP-MOIS-RETENTION       PIC 9(03).
001120*****************************************************************
001130*    LH-REG - REGISTRE DES GELS LEGAUX TENU PAR HZLH0001 : UN
001140*    ADHERENT PRESENT AU REGISTRE EST EXCLU DE L'EPURATION.
001150*****************************************************************
001160 FD  LH-REG
001170     LABEL RECORD STANDARD
001180     DATA RECORD LH-REG-LIGNE.
001190 01  LH-REG-LIGNE.
001200     05  LH-COADHF               PIC X(09).
001210     05  LH-MOTIF                PIC X(30).
001220     05  LH-DATE-DEBUT           PIC 9(08).
001230     05  LH-AUTORITE             PIC X(20).
001240*****************************************************************
001250*    OUV-MAST - MAITRE DES POSTES CLIENTS.
001260*    STATUTS : O OUVERT, P PARTIEL, S SOLDE, I IRRECOUVRABLE.
001270*    L'ANCIENNETE SE COMPTE SUR LA DATE DE FACTURE.
001280*****************************************************************
001316 FD  OUV-MAST
001352     LABEL RECORD STANDARD
001388     DATA RECORD OUV-MAST-ENREG.
001424 COPY OUVMSTC.
001460*****************************************************************
001470*    ECHEANCIER - ECHEANCES DE PAIEMENT (MEME DESSIN QUE
001480*    HZEC0001). STATUTS : A A VERSER, L LIBEREE. L'ANCIENNETE
001490*    SE COMPTE SUR LA DATE D'ECHEANCE.
001500*****************************************************************
001510 FD  ECHEANCIER
001520     LABEL RECORD STANDARD
001530     DATA RECORD ECHEANCIER-LIGNE.
001540 01  ECHEANCIER-LIGNE.
001550     05  EC-COADHF               PIC X(09).
001560     05  EC-COETBL               PIC X(05).
001570     05  EC-COTRTO               PIC X(05).
001580     05  EC-CETRTF               PIC X(05).
001590     05  EC-RANG                 PIC 9(02).
001600     05  EC-DATE-ECHEANCE        PIC 9(08).
001610     05  EC-MONTANT              PIC S9(07)V99
001620                                 SIGN LEADING SEPARATE.
001630     05  EC-STATUT               PIC X(01).
001640 FD  ECH-KEEP
001650     LABEL RECORD STANDARD
001660     DATA RECORD ECH-KEEP-LIGNE.
001670 01  ECH-KEEP-LIGNE              PIC X(45).
001680*****************************************************************
001690*    MANDATS - MANDATS DE PRELEVEMENT (MEME DESSIN QUE
001700*    HZMD0001). LE FICHIER NE PORTE QUE LA DATE DU MANDAT :
001710*    C'EST ELLE QUI DONNE L'ANCIENNETE D'UN MANDAT REVOQUE.
001720*****************************************************************
001730 FD  MANDATS
001740     LABEL RECORD STANDARD
001750     DATA RECORD MANDATS-LIGNE.
001760 01  MANDATS-LIGNE.
001770     05  MD-COADHF               PIC X(09).
001780     05  MD-REF-COMPTE           PIC X(34).
001790     05  MD-DATE-MANDAT          PIC 9(08).
001800     05  MD-STATUT               PIC X(01).
001810         88  MD-STATUT-ACTIF     VALUE 'A'.
001820         88  MD-STATUT-SUSPENDU  VALUE 'S'.
001830         88  MD-STATUT-REVOQUE   VALUE 'R'.
001840     05  MD-NB-ECHECS            PIC 9(02).
001850 FD  MD-KEEP
001860     LABEL RECORD STANDARD
001870     DATA RECORD MD-KEEP-LIGNE.
001880 01  MD-KEEP-LIGNE               PIC X(54).
001890*****************************************************************
001900*    SUSP-OUT - SUSPENS DE PAIEMENT (MEME DESSIN QUE HZPM0001).
001910*    LE TYPE DE SUSPENS TIENT LIEU DE STATUT.
001920*****************************************************************
001930 FD  SUSP-OUT
001940     LABEL RECORD STANDARD
001950     DATA RECORD SUSP-OUT-LIGNE.
001960 01  SUSP-OUT-LIGNE.
001970     05  SO-TYPE                 PIC X(01).
001980     05  SO-DATE                 PIC 9(08).
001990     05  SO-COADHF               PIC X(09).
002000     05  SO-MONTANT              PIC S9(11)V99
002010                                 SIGN LEADING SEPARATE.
002020     05  SO-LIBELLE              PIC X(30).
002030 FD  SUSP-KEEP
002040     LABEL RECORD STANDARD
002050     DATA RECORD SUSP-KEEP-LIGNE.
002060 01  SUSP-KEEP-LIGNE             PIC X(62).
002070*****************************************************************
002080*    RELANCE-HIST - HISTORIQUE DES RELANCES (MEME DESSIN QUE
002090*    HZDU0001), PAR NUMERO DE FACTURE ET DATE D'ENVOI.
002100*****************************************************************
002110 FD  RELANCE-HIST
002120     LABEL RECORD STANDARD
002130     DATA RECORD RELANCE-HIST-LIGNE.
002140 01  RELANCE-HIST-LIGNE.
002150     05  RH-NUMERO-FACTURE       PIC 9(08).
002160     05  RH-NIVEAU               PIC 9(01).
002170     05  RH-DATE-ENVOI           PIC 9(08).
002180 FD  RH-KEEP
002190     LABEL RECORD STANDARD
002200     DATA RECORD RH-KEEP-LIGNE.
002210 01  RH-KEEP-LIGNE               PIC X(17).
002220*****************************************************************
002230*    DL-REG - REGISTRE DES DISPOSITIONS DE HZDL0001. HORODATE
002240*    DE PASSAGE AAMMJJHHMMSSCC.
002250*****************************************************************
002260 FD  DL-REG
002270     LABEL RECORD STANDARD
002280     DATA RECORD DL-REG-LIGNE.
002290 01  DL-REG-LIGNE.
002300     05  RG-HORODATE-PASSAGE     PIC X(15).
002310     05  RG-HORODATE-LETTRE      PIC X(15).
002320     05  RG-ACTION               PIC X(01).
002330     05  RG-DISPOSITION          PIC X(12).
002340     05  RG-MOTIF                PIC X(40).
002350 FD  DL-KEEP
002360     LABEL RECORD STANDARD
002370     DATA RECORD DL-KEEP-LIGNE.
002380 01  DL-KEEP-LIGNE               PIC X(83).
002390*****************************************************************
002400*    RV-JOURNAL - JOURNAL DES DECISIONS DE HZRV0001. HORODATE
002410*    DE DECISION AAMMJJHHMMSSCC.
002420*****************************************************************
002430 FD  RV-JOURNAL
002440     LABEL RECORD STANDARD
002450     DATA RECORD RV-JOURNAL-LIGNE.
002460 01  RV-JOURNAL-LIGNE.
002470     05  JR-HORODATE-DECISION    PIC X(15).
002480     05  JR-HORODATE-ITEM        PIC X(15).
002490     05  JR-PROGRAMME            PIC X(08).
002500     05  JR-DISPOSITION          PIC X(14).
002510     05  JR-SUPERVISEUR          PIC X(08).
002520     05  JR-COMMENTAIRE          PIC X(40).
002530     05  JR-EMETTEUR             PIC X(08).
002540 FD  RV-KEEP
002550     LABEL RECORD STANDARD
002560     DATA RECORD RV-KEEP-LIGNE.
002570 01  RV-KEEP-LIGNE               PIC X(108).
002580*****************************************************************
002590*    PG-ARCH - ARCHIVE SEQUENTIELLE COMMUNE : CODE FICHIER, DATE
002600*    D'EPURATION (SSAAMMJJ) ET IMAGE COMPLETE DE L'ENREGISTREMENT.
002610*****************************************************************
002620 FD  PG-ARCH
002630     LABEL RECORD STANDARD
002640     DATA RECORD PG-ARCH-ENREG.
002650 01  PG-ARCH-ENREG.
002660     05  PA-FICHIER              PIC X(08).
002670     05  PA-DATE-EPURATION       PIC 9(08).
002680     05  PA-IMAGE                PIC X(120).
002690 FD  PG-RPRT
002700     LABEL RECORD STANDARD
002710     DATA RECORD PG-RPRT-LIGNE.
002720 01  PG-RPRT-LIGNE               PIC X(132).
002730 WORKING-STORAGE SECTION.
002740 01  W-PG-PARM-STATUS            PIC XX.
002750     88  PG-PARM-OK              VALUE '00'.
002760 01  W-LH-REG-STATUS             PIC XX.
002770     88  LH-REG-OK               VALUE '00'.
002780     88  LH-REG-FIN              VALUE '10'.
002793 01  W-OUV-MAST-STATUS           PIC XX.
002806     88  OUV-MAST-OK             VALUE '00'.
002820 01  W-ECHEANCIER-STATUS         PIC XX.
002830     88  ECHEANCIER-OK           VALUE '00'.
002840 01  W-ECH-KEEP-STATUS           PIC XX.
002850 01  W-MANDATS-STATUS            PIC XX.
002860     88  MANDATS-OK              VALUE '00'.
002870 01  W-MD-KEEP-STATUS            PIC XX.
002880 01  W-SUSP-OUT-STATUS           PIC XX.
002890     88  SUSP-OUT-OK             VALUE '00'.
002900 01  W-SUSP-KEEP-STATUS          PIC XX.
002910 01  W-RELANCE-HIST-STATUS       PIC XX.
002920     88  RELANCE-HIST-OK         VALUE '00'.
002930 01  W-RH-KEEP-STATUS            PIC XX.
002940 01  W-DL-REG-STATUS             PIC XX.
002950     88  DL-REG-OK               VALUE '00'.
002960 01  W-DL-KEEP-STATUS            PIC XX.
002970 01  W-RV-JOURNAL-STATUS         PIC XX.
002980     88  RV-JOURNAL-OK           VALUE '00'.
002990 01  W-RV-KEEP-STATUS            PIC XX.
003000 01  W-PG-ARCH-STATUS            PIC XX.
003010 01  W-PG-RPRT-STATUS            PIC XX.
003020 01  W-FIN-PARM                  PIC X VALUE 'N'.
003030     88  FIN-PARM                VALUE 'O'.
003040 01  W-FIN-FICHIER               PIC X VALUE 'N'.
003050     88  FIN-FICHIER             VALUE 'O'.
003060 01  W-STATUT-OUVERTURE          PIC XX.
003070*****************************************************************
003080*    FICHIERS TRAITES, DANS L'ORDRE DES PASSES. LE CODE FICHIER
003087*    EST LE NOM DU DD D'ENTREE ; IL SERT DE CLE AUX REGLES ET DE
003094*    PREFIXE AUX IMAGES ARCHIVEES. LE MAITRE OUV-MAST GARDE LE
003101*    CODE OUVITEMS DES REGLES PG-PARM EN PLACE.
003110*****************************************************************
003120 01  W-NOMS-FICHIERS.
003130     05  FILLER                  PIC X(08) VALUE 'OUVITEMS'.
003140     05  FILLER                  PIC X(08) VALUE 'ECHEANC '.
003150     05  FILLER                  PIC X(08) VALUE 'MANDATS '.
003160     05  FILLER                  PIC X(08) VALUE 'SUSPOUT '.
003170     05  FILLER                  PIC X(08) VALUE 'RELHIST '.
003180     05  FILLER                  PIC X(08) VALUE 'DLREG   '.
003190     05  FILLER                  PIC X(08) VALUE 'RVJRNL  '.
003200 01  W-NOMS-FICHIERS-R REDEFINES W-NOMS-FICHIERS.
003210     05  W-NOM-FICHIER           PIC X(08) OCCURS 7 TIMES.
003220 01  W-NB-FICHIERS               PIC 9(03) COMP VALUE 7.
003230*****************************************************************
003240*    BILAN PAR FICHIER. LES RETENUS PAR GEL ET LES DATES
003250*    INVALIDES SONT COMPRIS DANS LES CONSERVES : LUS = EPURES +
003260*    CONSERVES POUR TOUT FICHIER TRAITE.
003270*****************************************************************
003280 01  W-TAB-BILAN.
003290     05  W-BL-ENTREE OCCURS 7 TIMES
003300             INDEXED BY W-IDX-BL.
003310         10  W-BL-FICHIER        PIC X(08).
003320         10  W-BL-ETAT           PIC X(01).
003330             88  BL-TRAITE       VALUE 'O'.
003340         10  W-BL-STATUT         PIC X(02).
003350         10  W-BL-LUS            PIC 9(07) COMP.
003360         10  W-BL-EPURES         PIC 9(07) COMP.
003370         10  W-BL-CONSERVES      PIC 9(07) COMP.
003380         10  W-BL-GELES          PIC 9(07) COMP.
003390         10  W-BL-INVALIDES      PIC 9(07) COMP.
003400*****************************************************************
003410*    REGLES DE RETENTION PAR DEFAUT, REMPLACEES OU COMPLETEES
003420*    PAR PG-PARM : FICHIER, STATUT, MOIS. POSTES SOLDES OU
003430*    IRRECOUVRABLES ET ECHEANCES LIBEREES 10 ANS, MANDATS
003440*    REVOQUES 36 MOIS, SUSPENS, RELANCES ET REGISTRES 10 ANS.
003450*    LES POSTES OUVERTS, LES ECHEANCES A VERSER ET LES MANDATS
003460*    ACTIFS OU SUSPENDUS N'ONT PAS DE REGLE : ILS RESTENT.
003470*****************************************************************
003480 01  W-REGLES-DEFAUT.
003490     05  FILLER                  PIC X(12) VALUE 'OUVITEMSS120'.
003500     05  FILLER                  PIC X(12) VALUE 'OUVITEMSI120'.
003510     05  FILLER                  PIC X(12) VALUE 'ECHEANC L120'.
003520     05  FILLER                  PIC X(12) VALUE 'MANDATS R036'.
003530     05  FILLER                  PIC X(12) VALUE 'SUSPOUT *120'.
003540     05  FILLER                  PIC X(12) VALUE 'RELHIST *120'.
003550     05  FILLER                  PIC X(12) VALUE 'DLREG   *120'.
003560     05  FILLER                  PIC X(12) VALUE 'RVJRNL  *120'.
003570 01  W-REGLES-DEFAUT-R REDEFINES W-REGLES-DEFAUT.
003580     05  W-RD-ENTREE OCCURS 8 TIMES.
003590         10  W-RD-FICHIER        PIC X(08).
003600         10  W-RD-STATUT         PIC X(01).
003610         10  W-RD-MOIS           PIC 9(03).
003620 01  W-NB-REGLES-DEFAUT          PIC 9(03) COMP VALUE 8.
003630 01  W-NB-REGLES                 PIC 9(03) COMP VALUE ZERO.
003640 01  W-TAB-REGLES.
003650     05  W-RG-ENTREE OCCURS 30 TIMES
003660             INDEXED BY W-IDX-RG.
003670         10  W-RG-FICHIER        PIC X(08).
003680         10  W-RG-STATUT         PIC X(01).
003690         10  W-RG-MOIS           PIC 9(03).
003700         10  W-RG-ORIGINE        PIC X(09).
003710 01  W-I                         PIC 9(03) COMP VALUE ZERO.
003720 01  W-REGLE-TROUVEE-SW          PIC X VALUE 'N'.
003730     88  REGLE-TROUVEE           VALUE 'O'.
003740 01  W-FICHIER-CONNU-SW          PIC X VALUE 'N'.
003750     88  FICHIER-CONNU           VALUE 'O'.
003760*****************************************************************
003770*    ENREGISTREMENT COURANT, VU PAR LA DECISION COMMUNE 5000.
003780*****************************************************************
003790 01  W-FICHIER-COURANT           PIC X(08).
003800 01  W-STATUT-COURANT            PIC X(01).
003810 01  W-COADHF-COURANT            PIC X(09).
003820 01  W-CLE-RAPPORT               PIC X(30).
003830 01  W-DECISION                  PIC X(01).
003840     88  DECISION-EPURER         VALUE 'E'.
003850     88  DECISION-CONSERVER      VALUE 'C'.
003860     88  DECISION-GELER          VALUE 'G'.
003870*****************************************************************
003880*    CALCUL D'ANCIENNETE EN MOIS ABSOLUS. LA DATE DU JOUR EST
003890*    PRISE SUR QUATRE CHIFFRES D'ANNEE ; LES HORODATES AAMMJJ
003900*    DES REGISTRES SONT FENETREES A 50 COMME AILLEURS SUR LE
003910*    SITE. UN ENREGISTREMENT EST EPURABLE QUAND SON MOIS EST
003920*    ANTERIEUR AU MOIS DU JOUR MOINS LA RETENTION.
003930*****************************************************************
003940 01  W-DATE-JOUR.
003950     05  W-DJ-SSAA               PIC 9(04).
003960     05  W-DJ-MM                 PIC 9(02).
003970     05  W-DJ-JJ                 PIC 9(02).
003980 01  W-DATE-JOUR-9 REDEFINES W-DATE-JOUR
003990                                 PIC 9(08).
004000 01  W-DATE-8-X.
004010     05  W-D8-SSAA               PIC X(04).
004020     05  W-D8-MM                 PIC X(02).
004030     05  W-D8-JJ                 PIC X(02).
004040 01  W-DATE-8-NUM REDEFINES W-DATE-8-X.
004050     05  W-D8-SSAA-9             PIC 9(04).
004060     05  W-D8-MM-9               PIC 9(02).
004070     05  FILLER                  PIC X(02).
004080 01  W-HORO-X.
004090     05  W-HO-AA                 PIC X(02).
004100     05  W-HO-MM                 PIC X(02).
004110     05  W-HO-JJ                 PIC X(02).
004120 01  W-HORO-NUM REDEFINES W-HORO-X.
004130     05  W-HO-AA-9               PIC 9(02).
004140     05  W-HO-MM-9               PIC 9(02).
004150     05  FILLER                  PIC X(02).
004160 01  W-DATE-VALIDE-SW            PIC X VALUE 'N'.
004170     88  DATE-VALIDE             VALUE 'O'.
004180 01  W-MOIS-ABSOLU-JOUR          PIC 9(07) COMP VALUE ZERO.
004190 01  W-MOIS-ABSOLU-SEUIL         PIC S9(07) COMP VALUE ZERO.
004200 01  W-MOIS-ABSOLU-ENREG         PIC 9(07) COMP VALUE ZERO.
004210*****************************************************************
004220*    REGISTRE DES GELS LEGAUX CHARGE EN TABLE (500 GELS AU
004230*    PLUS, MEME BORNE QUE HZLH0001).
004240*****************************************************************
004250 01  W-FIN-GELS                  PIC X VALUE 'N'.
004260     88  FIN-GELS                VALUE 'O'.
004270 01  W-NB-GELS                   PIC 9(03) COMP VALUE ZERO.
004280 01  W-TAB-GELS.
004290     05  W-LH-ENTREE OCCURS 500 TIMES
004300             INDEXED BY W-IDX-LH.
004310         10  W-LH-COADHF         PIC X(09).
004320 01  W-GEL-TROUVE-SW             PIC X VALUE 'N'.
004330     88  GEL-TROUVE              VALUE 'O'.
004340*****************************************************************
004350*    FACTURES DES ADHERENTS GELES, RELEVEES AU PASSAGE SUR
004360*    OUV-MAST (2000 AU PLUS) : ELLES PROTEGENT L'HISTORIQUE DES
004370*    RELANCES. SI LE RELEVE N'EST PAS COMPLET (OUV-MAST NON LU
004380*    OU TABLE PLEINE) ET QU'UN GEL EXISTE, AUCUNE RELANCE N'EST
004390*    EPUREE : ELLES SONT TOUTES RETENUES.
004400*****************************************************************
004410 01  W-NB-FACT-GELEES            PIC 9(05) COMP VALUE ZERO.
004420 01  W-TAB-FACT-GELEES.
004430     05  W-FG-ENTREE OCCURS 2000 TIMES
004440             INDEXED BY W-IDX-FG.
004450         10  W-FG-NUMERO         PIC 9(08).
004460         10  W-FG-COADHF         PIC X(09).
004470 01  W-RELEVE-GELS-SW            PIC X VALUE 'N'.
004480     88  RELEVE-GELS-COMPLET     VALUE 'O'.
004490*****************************************************************
004500*    LIGNES DU CERTIFICAT D'EPURATION.
004510*****************************************************************
004520 01  W-DATE-EDIT.
004530     05  W-DE-JJ                 PIC 9(02).
004540     05  FILLER                  PIC X(01) VALUE '/'.
004550     05  W-DE-MM                 PIC 9(02).
004560     05  FILLER                  PIC X(01) VALUE '/'.
004570     05  W-DE-SSAA               PIC 9(04).
004580 01  W-NB-EDIT                   PIC Z(06)9.
004590 01  W-LIGNE-REGLE.
004600     05  FILLER                  PIC X(10) VALUE 'FICHIER '.
004610     05  WLR-FICHIER             PIC X(08).
004620     05  FILLER                  PIC X(09) VALUE ' STATUT '.
004630     05  WLR-STATUT              PIC X(04).
004640     05  FILLER                  PIC X(12) VALUE ' RETENTION '.
004650     05  WLR-MOIS                PIC ZZ9.
004660     05  FILLER                  PIC X(07) VALUE ' MOIS  '.
004670     05  WLR-ORIGINE             PIC X(09).
004680     05  FILLER                  PIC X(70) VALUE SPACES.
004690 01  W-LIGNE-TITRE-BILAN.
004700     05  FILLER                  PIC X(10) VALUE 'FICHIER'.
004710     05  FILLER                  PIC X(10) VALUE '       LUS'.
004720     05  FILLER                  PIC X(10) VALUE '    EPURES'.
004730     05  FILLER                  PIC X(10) VALUE ' CONSERVES'.
004740     05  FILLER                  PIC X(10) VALUE ' DONT GELS'.
004750     05  FILLER                  PIC X(10) VALUE ' DONT DATE'.
004760     05  FILLER                  PIC X(72) VALUE
004770         '  INVALIDE'.
004780 01  W-LIGNE-BILAN.
004790     05  WLB-FICHIER             PIC X(08).
004800     05  FILLER                  PIC X(03) VALUE SPACES.
004810     05  WLB-LUS                 PIC Z(08)9.
004820     05  FILLER                  PIC X(01) VALUE SPACES.
004830     05  WLB-EPURES              PIC Z(08)9.
004840     05  FILLER                  PIC X(01) VALUE SPACES.
004850     05  WLB-CONSERVES           PIC Z(08)9.
004860     05  FILLER                  PIC X(01) VALUE SPACES.
004870     05  WLB-GELES               PIC Z(08)9.
004880     05  FILLER                  PIC X(01) VALUE SPACES.
004890     05  WLB-INVALIDES           PIC Z(08)9.
004900     05  FILLER                  PIC X(03) VALUE SPACES.
004910     05  WLB-ETAT                PIC X(69).
004920 01  W-TOTAUX.
004930     05  W-TOT-LUS               PIC 9(09) COMP VALUE ZERO.
004940     05  W-TOT-EPURES            PIC 9(09) COMP VALUE ZERO.
004950     05  W-TOT-CONSERVES         PIC 9(09) COMP VALUE ZERO.
004960     05  W-TOT-GELES             PIC 9(09) COMP VALUE ZERO.
004970     05  W-TOT-INVALIDES         PIC 9(09) COMP VALUE ZERO.
004980 PROCEDURE DIVISION.
004990 0000-MAINLINE.
005000     PERFORM 1000-INITIALISE THRU 1000-EXIT.
005010     PERFORM 3000-EPURER-OUV-MAST THRU 3000-EXIT.
005020     PERFORM 3100-EPURER-ECHEANCIER THRU 3100-EXIT.
005030     PERFORM 3200-EPURER-MANDATS THRU 3200-EXIT.
005040     PERFORM 3300-EPURER-SUSP-OUT THRU 3300-EXIT.
005050     PERFORM 3400-EPURER-RELANCES THRU 3400-EXIT.
005060     PERFORM 3500-EPURER-DL-REG THRU 3500-EXIT.
005070     PERFORM 3600-EPURER-RV-JOURNAL THRU 3600-EXIT.
005080     PERFORM 7000-EDITER-BILAN THRU 7000-EXIT.
005090     PERFORM 8000-TERMINE THRU 8000-EXIT.
005100     GOBACK.
005110 1000-INITIALISE.
005120     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
005130     COMPUTE W-MOIS-ABSOLU-JOUR = W-DJ-SSAA * 12 + W-DJ-MM.
005140     INITIALIZE W-TAB-BILAN.
005150     PERFORM 1010-NOMMER-FICHIER THRU 1010-EXIT
005160         VARYING W-I FROM 1 BY 1 UNTIL W-I > W-NB-FICHIERS.
005170     OPEN OUTPUT PG-ARCH PG-RPRT.
005180     PERFORM 1100-CHARGER-GELS THRU 1100-EXIT.
005190     PERFORM 1200-CHARGER-REGLES THRU 1200-EXIT.
005200     PERFORM 1300-EDITER-ENTETE THRU 1300-EXIT.
005210 1000-EXIT.
005220     EXIT.
005230 1010-NOMMER-FICHIER.
005240     MOVE W-NOM-FICHIER (W-I) TO W-BL-FICHIER (W-I).
005250     MOVE 'N' TO W-BL-ETAT (W-I).
005260 1010-EXIT.
005270     EXIT.
005280*****************************************************************
005290*    1100-CHARGER-GELS - CHARGE LE REGISTRE DES GELS LEGAUX EN
005300*    TABLE. REGISTRE INDISPONIBLE : AUCUN GEL N'EST REPUTE EN
005310*    PLACE, MAIS L'INCIDENT EST SIGNALE (CODE 4) - L'EPURATION
005320*    NE DOIT PAS TOURNER EN AVEUGLE SUR UN REGISTRE PERDU.
005330*****************************************************************
005340 1100-CHARGER-GELS.
005350     OPEN INPUT LH-REG.
005360     IF NOT LH-REG-OK
005370        DISPLAY 'HZPG0001 - LH-REG INDISPONIBLE, AUCUN GEL '
005380            'CONNU - STATUT ' W-LH-REG-STATUS
005390        IF RETURN-CODE < 4
005400           MOVE 4 TO RETURN-CODE
005410        END-IF
005420        GO TO 1100-EXIT
005430     END-IF.
005440     PERFORM UNTIL FIN-GELS
005450        READ LH-REG
005460           AT END SET FIN-GELS TO TRUE
005470           NOT AT END PERFORM 1110-EMPILER-GEL THRU 1110-EXIT
005480        END-READ
005490     END-PERFORM.
005500     CLOSE LH-REG.
005510 1100-EXIT.
005520     EXIT.
005530 1110-EMPILER-GEL.
005540     IF W-NB-GELS < 500
005550        ADD 1 TO W-NB-GELS
005560        MOVE LH-COADHF TO W-LH-COADHF (W-NB-GELS)
005570     ELSE
005580        DISPLAY 'HZPG0001 - TABLE DES GELS PLEINE (500 MAXIMUM)'
005590            ' - ENTREE IGNOREE : ' LH-COADHF
005600        MOVE 8 TO RETURN-CODE
005610     END-IF.
005620 1110-EXIT.
005630     EXIT.
005640*****************************************************************
005650*    1200-CHARGER-REGLES - REGLES PAR DEFAUT PUIS PG-PARM. SANS
005660*    PG-PARM LES REGLES PAR DEFAUT S'APPLIQUENT (SIGNALE, SANS
005670*    CODE RETOUR). UNE LIGNE INEXPLOITABLE EST IGNOREE (CODE 4).
005680*****************************************************************
005690 1200-CHARGER-REGLES.
005700     PERFORM 1210-REGLE-DEFAUT THRU 1210-EXIT
005710         VARYING W-I FROM 1 BY 1 UNTIL W-I > W-NB-REGLES-DEFAUT.
005720     OPEN INPUT PG-PARM.
005730     IF NOT PG-PARM-OK
005740        DISPLAY 'HZPG0001 - PG-PARM INDISPONIBLE, RETENTIONS PAR'
005750            ' DEFAUT - STATUT ' W-PG-PARM-STATUS
005760        GO TO 1200-EXIT
005770     END-IF.
005780     PERFORM UNTIL FIN-PARM
005790        READ PG-PARM
005800           AT END SET FIN-PARM TO TRUE
005810           NOT AT END
005820              PERFORM 1220-APPLIQUER-PARAMETRE THRU 1220-EXIT
005830        END-READ
005840     END-PERFORM.
005850     CLOSE PG-PARM.
005860 1200-EXIT.
005870     EXIT.
005880 1210-REGLE-DEFAUT.
005890     ADD 1 TO W-NB-REGLES.
005900     MOVE W-RD-FICHIER (W-I) TO W-RG-FICHIER (W-NB-REGLES).
005910     MOVE W-RD-STATUT (W-I) TO W-RG-STATUT (W-NB-REGLES).
005920     MOVE W-RD-MOIS (W-I) TO W-RG-MOIS (W-NB-REGLES).
005930     MOVE 'DEFAUT' TO W-RG-ORIGINE (W-NB-REGLES).
005940 1210-EXIT.
005950     EXIT.
005960 1220-APPLIQUER-PARAMETRE.
005970     MOVE 'N' TO W-FICHIER-CONNU-SW.
005980     SET W-IDX-BL TO 1.
005990     SEARCH W-BL-ENTREE
006000        AT END
006010           CONTINUE
006020        WHEN W-BL-FICHIER (W-IDX-BL) = PP-FICHIER
006030           MOVE 'O' TO W-FICHIER-CONNU-SW
006040     END-SEARCH.
006050     IF NOT FICHIER-CONNU
006060        OR PP-MOIS-RETENTION NOT NUMERIC
006070        OR PP-STATUT = SPACE
006080        DISPLAY 'HZPG0001 - PG-PARM LIGNE IGNOREE : '
006090            PG-PARM-LIGNE
006100        IF RETURN-CODE < 4
006110           MOVE 4 TO RETURN-CODE
006120        END-IF
006130        GO TO 1220-EXIT
006140     END-IF.
006150     MOVE 'N' TO W-REGLE-TROUVEE-SW.
006160     SET W-IDX-RG TO 1.
006170     SEARCH W-RG-ENTREE
006180        AT END
006190           CONTINUE
006200        WHEN W-IDX-RG > W-NB-REGLES
006210           CONTINUE
006220        WHEN W-RG-FICHIER (W-IDX-RG) = PP-FICHIER
006230           AND W-RG-STATUT (W-IDX-RG) = PP-STATUT
006240           MOVE 'O' TO W-REGLE-TROUVEE-SW
006250     END-SEARCH.
006260     IF REGLE-TROUVEE
006270        MOVE PP-MOIS-RETENTION TO W-RG-MOIS (W-IDX-RG)
006280        MOVE 'PARAMETRE' TO W-RG-ORIGINE (W-IDX-RG)
006290        GO TO 1220-EXIT
006300     END-IF.
006310     IF W-NB-REGLES < 30
006320        ADD 1 TO W-NB-REGLES
006330        MOVE PP-FICHIER TO W-RG-FICHIER (W-NB-REGLES)
006340        MOVE PP-STATUT TO W-RG-STATUT (W-NB-REGLES)
006350        MOVE PP-MOIS-RETENTION TO W-RG-MOIS (W-NB-REGLES)
006360        MOVE 'PARAMETRE' TO W-RG-ORIGINE (W-NB-REGLES)
006370     ELSE
006380        DISPLAY 'HZPG0001 - TABLE DES REGLES PLEINE (30 MAXIMUM)'
006390            ' - LIGNE IGNOREE : ' PG-PARM-LIGNE
006400        IF RETURN-CODE < 4
006410           MOVE 4 TO RETURN-CODE
006420        END-IF
006430     END-IF.
006440 1220-EXIT.
006450     EXIT.
006460*****************************************************************
006470*    1300-EDITER-ENTETE - TETE DU CERTIFICAT : DATE, REGLES DE
006480*    RETENTION EN VIGUEUR POUR CE PASSAGE, NOMBRE DE GELS.
006490*****************************************************************
006500 1300-EDITER-ENTETE.
006510     MOVE W-DJ-JJ TO W-DE-JJ.
006520     MOVE W-DJ-MM TO W-DE-MM.
006530     MOVE W-DJ-SSAA TO W-DE-SSAA.
006540     MOVE SPACES TO PG-RPRT-LIGNE.
006550     STRING 'HZPG0001 - CERTIFICAT D''EPURATION DES FICHIERS DE '
006560         DELIMITED BY SIZE
006570         'GESTION DU ' DELIMITED BY SIZE
006580         W-DATE-EDIT DELIMITED BY SIZE
006590         INTO PG-RPRT-LIGNE
006600     END-STRING.
006610     WRITE PG-RPRT-LIGNE.
006620     MOVE SPACES TO PG-RPRT-LIGNE.
006630     WRITE PG-RPRT-LIGNE.
006640     MOVE 'REGLES DE RETENTION APPLIQUEES (0 = PAS D''EPURATION)'
006650         TO PG-RPRT-LIGNE.
006660     WRITE PG-RPRT-LIGNE.
006670     PERFORM 1310-EDITER-REGLE THRU 1310-EXIT
006680         VARYING W-I FROM 1 BY 1 UNTIL W-I > W-NB-REGLES.
006690     MOVE W-NB-GELS TO W-NB-EDIT.
006700     MOVE SPACES TO PG-RPRT-LIGNE.
006710     STRING 'GELS LEGAUX EN VIGUEUR (LH-REG) : ' DELIMITED BY SIZE
006720         W-NB-EDIT DELIMITED BY SIZE
006730         INTO PG-RPRT-LIGNE
006740     END-STRING.
006750     WRITE PG-RPRT-LIGNE.
006760     MOVE SPACES TO PG-RPRT-LIGNE.
006770     WRITE PG-RPRT-LIGNE.
006780 1300-EXIT.
006790     EXIT.
006800 1310-EDITER-REGLE.
006810     MOVE W-RG-FICHIER (W-I) TO WLR-FICHIER.
006820     IF W-RG-STATUT (W-I) = '*'
006830        MOVE 'TOUS' TO WLR-STATUT
006840     ELSE
006850        MOVE W-RG-STATUT (W-I) TO WLR-STATUT
006860     END-IF.
006870     MOVE W-RG-MOIS (W-I) TO WLR-MOIS.
006880     MOVE W-RG-ORIGINE (W-I) TO WLR-ORIGINE.
006890     MOVE W-LIGNE-REGLE TO PG-RPRT-LIGNE.
006900     WRITE PG-RPRT-LIGNE.
006910 1310-EXIT.
006920     EXIT.
006930*****************************************************************
006937*    3000-EPURER-OUV-MAST - POSTES CLIENTS, EPURES SUR PLACE DANS
006944*    LE MAITRE (PAS DE FICHIER KEEP A SUBSTITUER) : UN CODE
006951*    RETOUR 8 DEJA POSE (GELS INCOMPLETS) LAISSE LE MAITRE
006958*    INTACT. AU PASSAGE, LES FACTURES DES ADHERENTS GELES SONT
006965*    RELEVEES POUR L'HISTORIQUE DES RELANCES (3400).
006972*****************************************************************
006979 3000-EPURER-OUV-MAST.
006986     SET W-IDX-BL TO 1.
006993     MOVE W-BL-FICHIER (W-IDX-BL) TO W-FICHIER-COURANT.
007000     IF RETURN-CODE NOT < 8
007007        DISPLAY 'HZPG0001 - OUV-MAST NON EPURE, CODE RETOUR 8 '
007014            'DEJA POSE'
007021        GO TO 3000-EXIT
007028     END-IF.
007035     OPEN I-O OUV-MAST.
007042     IF NOT OUV-MAST-OK
007049        MOVE W-OUV-MAST-STATUS TO W-STATUT-OUVERTURE
007056        PERFORM 6000-SIGNALER-ABSENCE THRU 6000-EXIT
007063        GO TO 3000-EXIT
007070     END-IF.
007077     MOVE 'O' TO W-BL-ETAT (W-IDX-BL).
007084     MOVE 'O' TO W-RELEVE-GELS-SW.
007091     MOVE 'N' TO W-FIN-FICHIER.
007098     PERFORM 3010-TRAITER-POSTE THRU 3010-EXIT
007105         UNTIL FIN-FICHIER.
007112     CLOSE OUV-MAST.
007140 3000-EXIT.
007150     EXIT.
007160 3010-TRAITER-POSTE.
007170     READ OUV-MAST NEXT RECORD
007180        AT END
007190           MOVE 'O' TO W-FIN-FICHIER
007200           GO TO 3010-EXIT
007210     END-READ.
007220     ADD 1 TO W-BL-LUS (W-IDX-BL).
007230     MOVE OV-COADHF TO W-COADHF-COURANT.
007240     PERFORM 5200-CONTROLER-GEL THRU 5200-EXIT.
007250     IF GEL-TROUVE
007260        PERFORM 3020-RELEVER-FACTURE THRU 3020-EXIT
007270     END-IF.
007280     MOVE OV-STATUT TO W-STATUT-COURANT.
007290     MOVE OV-DATE-FACTURE TO W-DATE-8-X.
007300     PERFORM 5400-MOIS-DATE-8 THRU 5400-EXIT.
007310     MOVE SPACES TO W-CLE-RAPPORT.
007320     STRING 'FACTURE ' DELIMITED BY SIZE
007330         OV-NUMERO-FACTURE DELIMITED BY SIZE
007340         INTO W-CLE-RAPPORT
007350     END-STRING.
007360     PERFORM 5000-DECIDER THRU 5000-EXIT.
007373     IF DECISION-EPURER
007386        MOVE OUV-MAST-ENREG TO PA-IMAGE
007399        PERFORM 5800-ARCHIVER THRU 5800-EXIT
007412        DELETE OUV-MAST RECORD
007425     END-IF.
007440 3010-EXIT.
007450     EXIT.
007460 3020-RELEVER-FACTURE.
007470     IF W-NB-FACT-GELEES < 2000
007480        ADD 1 TO W-NB-FACT-GELEES
007490        MOVE OV-NUMERO-FACTURE TO W-FG-NUMERO (W-NB-FACT-GELEES)
007500        MOVE OV-COADHF TO W-FG-COADHF (W-NB-FACT-GELEES)
007510     ELSE
007520        IF RELEVE-GELS-COMPLET
007530           DISPLAY 'HZPG0001 - TABLE DES FACTURES GELEES PLEINE'
007540               ' (2000 MAXIMUM) - RELANCES TOUTES RETENUES'
007550        END-IF
007560        MOVE 'N' TO W-RELEVE-GELS-SW
007570        IF RETURN-CODE < 4
007580           MOVE 4 TO RETURN-CODE
007590        END-IF
007600     END-IF.
007610 3020-EXIT.
007620     EXIT.
007630*****************************************************************
007640*    3100-EPURER-ECHEANCIER - ECHEANCES DE PAIEMENT.
007650*****************************************************************
007660 3100-EPURER-ECHEANCIER.
007670     SET W-IDX-BL TO 2.
007680     MOVE W-BL-FICHIER (W-IDX-BL) TO W-FICHIER-COURANT.
007690     OPEN INPUT ECHEANCIER.
007700     IF NOT ECHEANCIER-OK
007710        MOVE W-ECHEANCIER-STATUS TO W-STATUT-OUVERTURE
007720        PERFORM 6000-SIGNALER-ABSENCE THRU 6000-EXIT
007730        GO TO 3100-EXIT
007740     END-IF.
007750     OPEN OUTPUT ECH-KEEP.
007760     MOVE 'O' TO W-BL-ETAT (W-IDX-BL).
007770     MOVE 'N' TO W-FIN-FICHIER.
007780     PERFORM 3110-TRAITER-ECHEANCE THRU 3110-EXIT
007790         UNTIL FIN-FICHIER.
007800     CLOSE ECHEANCIER ECH-KEEP.
007810 3100-EXIT.
007820     EXIT.
007830 3110-TRAITER-ECHEANCE.
007840     READ ECHEANCIER
007850        AT END
007860           MOVE 'O' TO W-FIN-FICHIER
007870           GO TO 3110-EXIT
007880     END-READ.
007890     ADD 1 TO W-BL-LUS (W-IDX-BL).
007900     MOVE EC-COADHF TO W-COADHF-COURANT.
007910     PERFORM 5200-CONTROLER-GEL THRU 5200-EXIT.
007920     MOVE EC-STATUT TO W-STATUT-COURANT.
007930     MOVE EC-DATE-ECHEANCE TO W-DATE-8-X.
007940     PERFORM 5400-MOIS-DATE-8 THRU 5400-EXIT.
007950     MOVE SPACES TO W-CLE-RAPPORT.
007960     STRING 'ECHEANCE ' DELIMITED BY SIZE
007970         EC-COETBL DELIMITED BY SIZE
007980         EC-COTRTO DELIMITED BY SIZE
007990         EC-CETRTF DELIMITED BY SIZE
008000         ' RANG ' DELIMITED BY SIZE
008010         EC-RANG DELIMITED BY SIZE
008020         INTO W-CLE-RAPPORT
008030     END-STRING.
008040     PERFORM 5000-DECIDER THRU 5000-EXIT.
008050     IF DECISION-EPURER
008060        MOVE ECHEANCIER-LIGNE TO PA-IMAGE
008070        PERFORM 5800-ARCHIVER THRU 5800-EXIT
008080     ELSE
008090        MOVE ECHEANCIER-LIGNE TO ECH-KEEP-LIGNE
008100        WRITE ECH-KEEP-LIGNE
008110     END-IF.
008120 3110-EXIT.
008130     EXIT.
008140*****************************************************************
008150*    3200-EPURER-MANDATS - MANDATS DE PRELEVEMENT.
008160*****************************************************************
008170 3200-EPURER-MANDATS.
008180     SET W-IDX-BL TO 3.
008190     MOVE W-BL-FICHIER (W-IDX-BL) TO W-FICHIER-COURANT.
008200     OPEN INPUT MANDATS.
008210     IF NOT MANDATS-OK
008220        MOVE W-MANDATS-STATUS TO W-STATUT-OUVERTURE
008230        PERFORM 6000-SIGNALER-ABSENCE THRU 6000-EXIT
008240        GO TO 3200-EXIT
008250     END-IF.
008260     OPEN OUTPUT MD-KEEP.
008270     MOVE 'O' TO W-BL-ETAT (W-IDX-BL).
008280     MOVE 'N' TO W-FIN-FICHIER.
008290     PERFORM 3210-TRAITER-MANDAT THRU 3210-EXIT
008300         UNTIL FIN-FICHIER.
008310     CLOSE MANDATS MD-KEEP.
008320 3200-EXIT.
008330     EXIT.
008340 3210-TRAITER-MANDAT.
008350     READ MANDATS
008360        AT END
008370           MOVE 'O' TO W-FIN-FICHIER
008380           GO TO 3210-EXIT
008390     END-READ.
008400     ADD 1 TO W-BL-LUS (W-IDX-BL).
008410     MOVE MD-COADHF TO W-COADHF-COURANT.
008420     PERFORM 5200-CONTROLER-GEL THRU 5200-EXIT.
008430     MOVE MD-STATUT TO W-STATUT-COURANT.
008440     MOVE MD-DATE-MANDAT TO W-DATE-8-X.
008450     PERFORM 5400-MOIS-DATE-8 THRU 5400-EXIT.
008460     MOVE SPACES TO W-CLE-RAPPORT.
008470     STRING 'MANDAT ' DELIMITED BY SIZE
008480         MD-REF-COMPTE DELIMITED BY SIZE
008490         INTO W-CLE-RAPPORT
008500     END-STRING.
008510     PERFORM 5000-DECIDER THRU 5000-EXIT.
008520     IF DECISION-EPURER
008530        MOVE MANDATS-LIGNE TO PA-IMAGE
008540        PERFORM 5800-ARCHIVER THRU 5800-EXIT
008550     ELSE
008560        MOVE MANDATS-LIGNE TO MD-KEEP-LIGNE
008570        WRITE MD-KEEP-LIGNE
008580     END-IF.
008590 3210-EXIT.
008600     EXIT.
008610*****************************************************************
008620*    3300-EPURER-SUSP-OUT - SUSPENS DE PAIEMENT.
008630*****************************************************************
008640 3300-EPURER-SUSP-OUT.
008650     SET W-IDX-BL TO 4.
008660     MOVE W-BL-FICHIER (W-IDX-BL) TO W-FICHIER-COURANT.
008670     OPEN INPUT SUSP-OUT.
008680     IF NOT SUSP-OUT-OK
008690        MOVE W-SUSP-OUT-STATUS TO W-STATUT-OUVERTURE
008700        PERFORM 6000-SIGNALER-ABSENCE THRU 6000-EXIT
008710        GO TO 3300-EXIT
008720     END-IF.
008730     OPEN OUTPUT SUSP-KEEP.
008740     MOVE 'O' TO W-BL-ETAT (W-IDX-BL).
008750     MOVE 'N' TO W-FIN-FICHIER.
008760     PERFORM 3310-TRAITER-SUSPENS THRU 3310-EXIT
008770         UNTIL FIN-FICHIER.
008780     CLOSE SUSP-OUT SUSP-KEEP.
008790 3300-EXIT.
008800     EXIT.
008810 3310-TRAITER-SUSPENS.
008820     READ SUSP-OUT
008830        AT END
008840           MOVE 'O' TO W-FIN-FICHIER
008850           GO TO 3310-EXIT
008860     END-READ.
008870     ADD 1 TO W-BL-LUS (W-IDX-BL).
008880     MOVE SO-COADHF TO W-COADHF-COURANT.
008890     PERFORM 5200-CONTROLER-GEL THRU 5200-EXIT.
008900     MOVE SO-TYPE TO W-STATUT-COURANT.
008910     MOVE SO-DATE TO W-DATE-8-X.
008920     PERFORM 5400-MOIS-DATE-8 THRU 5400-EXIT.
008930     MOVE SPACES TO W-CLE-RAPPORT.
008940     STRING 'SUSPENS ' DELIMITED BY SIZE
008950         SO-TYPE DELIMITED BY SIZE
008960         ' DU ' DELIMITED BY SIZE
008970         SO-DATE DELIMITED BY SIZE
008980         INTO W-CLE-RAPPORT
008990     END-STRING.
009000     PERFORM 5000-DECIDER THRU 5000-EXIT.
009010     IF DECISION-EPURER
009020        MOVE SUSP-OUT-LIGNE TO PA-IMAGE
009030        PERFORM 5800-ARCHIVER THRU 5800-EXIT
009040     ELSE
009050        MOVE SUSP-OUT-LIGNE TO SUSP-KEEP-LIGNE
009060        WRITE SUSP-KEEP-LIGNE
009070     END-IF.
009080 3310-EXIT.
009090     EXIT.
009100*****************************************************************
009110*    3400-EPURER-RELANCES - HISTORIQUE DES RELANCES. LE GEL SE
009120*    LIT SUR LES FACTURES RELEVEES EN 3020 (CF. 5300).
009130*****************************************************************
009140 3400-EPURER-RELANCES.
009150     SET W-IDX-BL TO 5.
009160     MOVE W-BL-FICHIER (W-IDX-BL) TO W-FICHIER-COURANT.
009170     OPEN INPUT RELANCE-HIST.
009180     IF NOT RELANCE-HIST-OK
009190        MOVE W-RELANCE-HIST-STATUS TO W-STATUT-OUVERTURE
009200        PERFORM 6000-SIGNALER-ABSENCE THRU 6000-EXIT
009210        GO TO 3400-EXIT
009220     END-IF.
009230     OPEN OUTPUT RH-KEEP.
009240     MOVE 'O' TO W-BL-ETAT (W-IDX-BL).
009250     MOVE 'N' TO W-FIN-FICHIER.
009260     PERFORM 3410-TRAITER-RELANCE THRU 3410-EXIT
009270         UNTIL FIN-FICHIER.
009280     CLOSE RELANCE-HIST RH-KEEP.
009290 3400-EXIT.
009300     EXIT.
009310 3410-TRAITER-RELANCE.
009320     READ RELANCE-HIST
009330        AT END
009340           MOVE 'O' TO W-FIN-FICHIER
009350           GO TO 3410-EXIT
009360     END-READ.
009370     ADD 1 TO W-BL-LUS (W-IDX-BL).
009380     PERFORM 5300-CONTROLER-FACTURE THRU 5300-EXIT.
009390     MOVE SPACE TO W-STATUT-COURANT.
009400     MOVE RH-DATE-ENVOI TO W-DATE-8-X.
009410     PERFORM 5400-MOIS-DATE-8 THRU 5400-EXIT.
009420     MOVE SPACES TO W-CLE-RAPPORT.
009430     STRING 'RELANCE ' DELIMITED BY SIZE
009440         RH-NUMERO-FACTURE DELIMITED BY SIZE
009450         ' NIVEAU ' DELIMITED BY SIZE
009460         RH-NIVEAU DELIMITED BY SIZE
009470         INTO W-CLE-RAPPORT
009480     END-STRING.
009490     PERFORM 5000-DECIDER THRU 5000-EXIT.
009500     IF DECISION-EPURER
009510        MOVE RELANCE-HIST-LIGNE TO PA-IMAGE
009520        PERFORM 5800-ARCHIVER THRU 5800-EXIT
009530     ELSE
009540        MOVE RELANCE-HIST-LIGNE TO RH-KEEP-LIGNE
009550        WRITE RH-KEEP-LIGNE
009560     END-IF.
009570 3410-EXIT.
009580     EXIT.
009590*****************************************************************
009600*    3500-EPURER-DL-REG - REGISTRE DES DISPOSITIONS HZDL0001.
009610*    PAS D'ADHERENT : PAS DE GEL.
009620*****************************************************************
009630 3500-EPURER-DL-REG.
009640     SET W-IDX-BL TO 6.
009650     MOVE W-BL-FICHIER (W-IDX-BL) TO W-FICHIER-COURANT.
009660     OPEN INPUT DL-REG.
009670     IF NOT DL-REG-OK
009680        MOVE W-DL-REG-STATUS TO W-STATUT-OUVERTURE
009690        PERFORM 6000-SIGNALER-ABSENCE THRU 6000-EXIT
009700        GO TO 3500-EXIT
009710     END-IF.
009720     OPEN OUTPUT DL-KEEP.
009730     MOVE 'O' TO W-BL-ETAT (W-IDX-BL).
009740     MOVE 'N' TO W-FIN-FICHIER.
009750     PERFORM 3510-TRAITER-DISPOSITION THRU 3510-EXIT
009760         UNTIL FIN-FICHIER.
009770     CLOSE DL-REG DL-KEEP.
009780 3500-EXIT.
009790     EXIT.
009800 3510-TRAITER-DISPOSITION.
009810     READ DL-REG
009820        AT END
009830           MOVE 'O' TO W-FIN-FICHIER
009840           GO TO 3510-EXIT
009850     END-READ.
009860     ADD 1 TO W-BL-LUS (W-IDX-BL).
009870     MOVE 'N' TO W-GEL-TROUVE-SW.
009880     MOVE SPACE TO W-STATUT-COURANT.
009890     MOVE RG-HORODATE-PASSAGE (1:6) TO W-HORO-X.
009900     PERFORM 5500-MOIS-HORODATE THRU 5500-EXIT.
009910     PERFORM 5000-DECIDER THRU 5000-EXIT.
009920     IF DECISION-EPURER
009930        MOVE DL-REG-LIGNE TO PA-IMAGE
009940        PERFORM 5800-ARCHIVER THRU 5800-EXIT
009950     ELSE
009960        MOVE DL-REG-LIGNE TO DL-KEEP-LIGNE
009970        WRITE DL-KEEP-LIGNE
009980     END-IF.
009990 3510-EXIT.
010000     EXIT.
010010*****************************************************************
010020*    3600-EPURER-RV-JOURNAL - JOURNAL DES DECISIONS HZRV0001.
010030*    PAS D'ADHERENT : PAS DE GEL.
010040*****************************************************************
010050 3600-EPURER-RV-JOURNAL.
010060     SET W-IDX-BL TO 7.
010070     MOVE W-BL-FICHIER (W-IDX-BL) TO W-FICHIER-COURANT.
010080     OPEN INPUT RV-JOURNAL.
010090     IF NOT RV-JOURNAL-OK
010100        MOVE W-RV-JOURNAL-STATUS TO W-STATUT-OUVERTURE
010110        PERFORM 6000-SIGNALER-ABSENCE THRU 6000-EXIT
010120        GO TO 3600-EXIT
010130     END-IF.
010140     OPEN OUTPUT RV-KEEP.
010150     MOVE 'O' TO W-BL-ETAT (W-IDX-BL).
010160     MOVE 'N' TO W-FIN-FICHIER.
010170     PERFORM 3610-TRAITER-DECISION THRU 3610-EXIT
010180         UNTIL FIN-FICHIER.
010190     CLOSE RV-JOURNAL RV-KEEP.
010200 3600-EXIT.
010210     EXIT.
010220 3610-TRAITER-DECISION.
010230     READ RV-JOURNAL
010240        AT END
010250           MOVE 'O' TO W-FIN-FICHIER
010260           GO TO 3610-EXIT
010270     END-READ.
010280     ADD 1 TO W-BL-LUS (W-IDX-BL).
010290     MOVE 'N' TO W-GEL-TROUVE-SW.
010300     MOVE SPACE TO W-STATUT-COURANT.
010310     MOVE JR-HORODATE-DECISION (1:6) TO W-HORO-X.
010320     PERFORM 5500-MOIS-HORODATE THRU 5500-EXIT.
010330     PERFORM 5000-DECIDER THRU 5000-EXIT.
010340     IF DECISION-EPURER
010350        MOVE RV-JOURNAL-LIGNE TO PA-IMAGE
010360        PERFORM 5800-ARCHIVER THRU 5800-EXIT
010370     ELSE
010380        MOVE RV-JOURNAL-LIGNE TO RV-KEEP-LIGNE
010390        WRITE RV-KEEP-LIGNE
010400     END-IF.
010410 3610-EXIT.
010420     EXIT.
010430*****************************************************************
010440*    5000-DECIDER - DECISION COMMUNE SUR L'ENREGISTREMENT
010450*    COURANT (FICHIER, STATUT, MOIS ABSOLU, GEL DEJA CONTROLE
010460*    PAR L'APPELANT). DATE INEXPLOITABLE, PAS DE REGLE, REGLE A
010470*    ZERO OU ANCIENNETE INSUFFISANTE : CONSERVE. EPURABLE MAIS
010480*    GELE : CONSERVE, COMPTE ET RAPPORTE (5900).
010490*****************************************************************
010500 5000-DECIDER.
010510     MOVE 'C' TO W-DECISION.
010520     IF NOT DATE-VALIDE
010530        ADD 1 TO W-BL-INVALIDES (W-IDX-BL)
010540        ADD 1 TO W-BL-CONSERVES (W-IDX-BL)
010550        GO TO 5000-EXIT
010560     END-IF.
010570     PERFORM 5100-CHERCHER-REGLE THRU 5100-EXIT.
010580     IF NOT REGLE-TROUVEE
010590        ADD 1 TO W-BL-CONSERVES (W-IDX-BL)
010600        GO TO 5000-EXIT
010610     END-IF.
010620     IF W-RG-MOIS (W-IDX-RG) = ZERO
010630        ADD 1 TO W-BL-CONSERVES (W-IDX-BL)
010640        GO TO 5000-EXIT
010650     END-IF.
010660     COMPUTE W-MOIS-ABSOLU-SEUIL =
010670        W-MOIS-ABSOLU-JOUR - W-RG-MOIS (W-IDX-RG).
010680     IF W-MOIS-ABSOLU-ENREG NOT < W-MOIS-ABSOLU-SEUIL
010690        ADD 1 TO W-BL-CONSERVES (W-IDX-BL)
010700        GO TO 5000-EXIT
010710     END-IF.
010720     IF GEL-TROUVE
010730        MOVE 'G' TO W-DECISION
010740        PERFORM 5900-RETENIR-GELE THRU 5900-EXIT
010750        GO TO 5000-EXIT
010760     END-IF.
010770     MOVE 'E' TO W-DECISION.
010780 5000-EXIT.
010790     EXIT.
010800*****************************************************************
010810*    5100-CHERCHER-REGLE - REGLE DU FICHIER POUR LE STATUT
010820*    COURANT, A DEFAUT REGLE '*' DU FICHIER.
010830*****************************************************************
010840 5100-CHERCHER-REGLE.
010850     MOVE 'N' TO W-REGLE-TROUVEE-SW.
010860     SET W-IDX-RG TO 1.
010870     SEARCH W-RG-ENTREE
010880        AT END
010890           CONTINUE
010900        WHEN W-IDX-RG > W-NB-REGLES
010910           CONTINUE
010920        WHEN W-RG-FICHIER (W-IDX-RG) = W-FICHIER-COURANT
010930           AND W-RG-STATUT (W-IDX-RG) = W-STATUT-COURANT
010940           MOVE 'O' TO W-REGLE-TROUVEE-SW
010950     END-SEARCH.
010960     IF REGLE-TROUVEE
010970        GO TO 5100-EXIT
010980     END-IF.
010990     SET W-IDX-RG TO 1.
011000     SEARCH W-RG-ENTREE
011010        AT END
011020           CONTINUE
011030        WHEN W-IDX-RG > W-NB-REGLES
011040           CONTINUE
011050        WHEN W-RG-FICHIER (W-IDX-RG) = W-FICHIER-COURANT
011060           AND W-RG-STATUT (W-IDX-RG) = '*'
011070           MOVE 'O' TO W-REGLE-TROUVEE-SW
011080     END-SEARCH.
011090 5100-EXIT.
011100     EXIT.
011110*****************************************************************
011120*    5200-CONTROLER-GEL - L'ADHERENT DE L'ENREGISTREMENT COURANT
011130*    EST-IL AU REGISTRE DES GELS LEGAUX ?
011140*****************************************************************
011150 5200-CONTROLER-GEL.
011160     MOVE 'N' TO W-GEL-TROUVE-SW.
011170     IF W-NB-GELS = ZERO
011180        GO TO 5200-EXIT
011190     END-IF.
011200     SET W-IDX-LH TO 1.
011210     SEARCH W-LH-ENTREE
011220        AT END
011230           CONTINUE
011240        WHEN W-IDX-LH > W-NB-GELS
011250           CONTINUE
011260        WHEN W-LH-COADHF (W-IDX-LH) = W-COADHF-COURANT
011270           MOVE 'O' TO W-GEL-TROUVE-SW
011280     END-SEARCH.
011290 5200-EXIT.
011300     EXIT.
011310*****************************************************************
011320*    5300-CONTROLER-FACTURE - LA RELANCE COURANTE PORTE-T-ELLE
011330*    SUR UNE FACTURE D'ADHERENT GELE ? RELEVE INCOMPLET ALORS
011340*    QU'UN GEL EXISTE : RETENUE PAR PRUDENCE, ADHERENT INCONNU.
011350*****************************************************************
011360 5300-CONTROLER-FACTURE.
011370     MOVE 'N' TO W-GEL-TROUVE-SW.
011380     MOVE SPACES TO W-COADHF-COURANT.
011390     IF W-NB-GELS = ZERO
011400        GO TO 5300-EXIT
011410     END-IF.
011420     IF NOT RELEVE-GELS-COMPLET
011430        MOVE 'O' TO W-GEL-TROUVE-SW
011440        MOVE 'INCONNU' TO W-COADHF-COURANT
011450        GO TO 5300-EXIT
011460     END-IF.
011470     IF W-NB-FACT-GELEES = ZERO
011480        GO TO 5300-EXIT
011490     END-IF.
011500     SET W-IDX-FG TO 1.
011510     SEARCH W-FG-ENTREE
011520        AT END
011530           CONTINUE
011540        WHEN W-IDX-FG > W-NB-FACT-GELEES
011550           CONTINUE
011560        WHEN W-FG-NUMERO (W-IDX-FG) = RH-NUMERO-FACTURE
011570           MOVE 'O' TO W-GEL-TROUVE-SW
011580           MOVE W-FG-COADHF (W-IDX-FG) TO W-COADHF-COURANT
011590     END-SEARCH.
011600 5300-EXIT.
011610     EXIT.
011620*****************************************************************
011630*    5400-MOIS-DATE-8 - MOIS ABSOLU D'UNE DATE SSAAMMJJ.
011640*****************************************************************
011650 5400-MOIS-DATE-8.
011660     MOVE 'N' TO W-DATE-VALIDE-SW.
011670     IF W-D8-SSAA NOT NUMERIC OR W-D8-MM NOT NUMERIC
011680        GO TO 5400-EXIT
011690     END-IF.
011700     IF W-D8-MM-9 < 1 OR W-D8-MM-9 > 12
011710        GO TO 5400-EXIT
011720     END-IF.
011730     COMPUTE W-MOIS-ABSOLU-ENREG =
011740        W-D8-SSAA-9 * 12 + W-D8-MM-9.
011750     MOVE 'O' TO W-DATE-VALIDE-SW.
011760 5400-EXIT.
011770     EXIT.
011780*****************************************************************
011790*    5500-MOIS-HORODATE - MOIS ABSOLU D'UNE HORODATE AAMMJJ...
011800*****************************************************************
011810 5500-MOIS-HORODATE.
011820     MOVE 'N' TO W-DATE-VALIDE-SW.
011830     IF W-HO-AA NOT NUMERIC OR W-HO-MM NOT NUMERIC
011840        GO TO 5500-EXIT
011850     END-IF.
011860     IF W-HO-MM-9 < 1 OR W-HO-MM-9 > 12
011870        GO TO 5500-EXIT
011880     END-IF.
011890     IF W-HO-AA-9 > 50
011900        COMPUTE W-MOIS-ABSOLU-ENREG =
011910           (1900 + W-HO-AA-9) * 12 + W-HO-MM-9
011920     ELSE
011930        COMPUTE W-MOIS-ABSOLU-ENREG =
011940           (2000 + W-HO-AA-9) * 12 + W-HO-MM-9
011950     END-IF.
011960     MOVE 'O' TO W-DATE-VALIDE-SW.
011970 5500-EXIT.
011980     EXIT.
011990 5800-ARCHIVER.
012000     MOVE W-FICHIER-COURANT TO PA-FICHIER.
012010     MOVE W-DATE-JOUR-9 TO PA-DATE-EPURATION.
012020     WRITE PG-ARCH-ENREG.
012030     ADD 1 TO W-BL-EPURES (W-IDX-BL).
012040 5800-EXIT.
012050     EXIT.
012060*****************************************************************
012070*    5900-RETENIR-GELE - ENREGISTREMENT EPURABLE MAIS RETENU PAR
012080*    UN GEL LEGAL : CONSERVE, COMPTE ET RAPPORTE.
012090*****************************************************************
012100 5900-RETENIR-GELE.
012110     ADD 1 TO W-BL-GELES (W-IDX-BL).
012120     ADD 1 TO W-BL-CONSERVES (W-IDX-BL).
012130     MOVE SPACES TO PG-RPRT-LIGNE.
012140     STRING 'RETENU PAR GEL LEGAL : ' DELIMITED BY SIZE
012150         W-FICHIER-COURANT DELIMITED BY SIZE
012160         ' ' DELIMITED BY SIZE
012170         W-CLE-RAPPORT DELIMITED BY SIZE
012180         ' ADHERENT ' DELIMITED BY SIZE
012190         W-COADHF-COURANT DELIMITED BY SIZE
012200         INTO PG-RPRT-LIGNE
012210     END-STRING.
012220     WRITE PG-RPRT-LIGNE.
012230 5900-EXIT.
012240     EXIT.
012250*****************************************************************
012260*    6000-SIGNALER-ABSENCE - FICHIER D'ENTREE INDISPONIBLE : IL
012270*    N'EST PAS TRAITE, SON FICHIER KEEP N'EST PAS ECRIT ET LE
012280*    CODE RETOUR 8 INTERDIT TOUTE SUBSTITUTION.
012290*****************************************************************
012300 6000-SIGNALER-ABSENCE.
012310     DISPLAY 'HZPG0001 - ' W-FICHIER-COURANT ' INDISPONIBLE - '
012320         'STATUT ' W-STATUT-OUVERTURE.
012330     MOVE 'N' TO W-BL-ETAT (W-IDX-BL).
012340     MOVE W-STATUT-OUVERTURE TO W-BL-STATUT (W-IDX-BL).
012350     MOVE 8 TO RETURN-CODE.
012360 6000-EXIT.
012370     EXIT.
012380*****************************************************************
012390*    7000-EDITER-BILAN - COMPTES PAR FICHIER, TOTAUX ET
012400*    ATTESTATION FINALE DU CERTIFICAT.
012410*****************************************************************
012420 7000-EDITER-BILAN.
012430     MOVE SPACES TO PG-RPRT-LIGNE.
012440     WRITE PG-RPRT-LIGNE.
012450     MOVE W-LIGNE-TITRE-BILAN TO PG-RPRT-LIGNE.
012460     WRITE PG-RPRT-LIGNE.
012470     PERFORM 7100-EDITER-FICHIER THRU 7100-EXIT
012480         VARYING W-I FROM 1 BY 1 UNTIL W-I > W-NB-FICHIERS.
012490     MOVE 'TOTAL' TO WLB-FICHIER.
012500     MOVE W-TOT-LUS TO WLB-LUS.
012510     MOVE W-TOT-EPURES TO WLB-EPURES.
012520     MOVE W-TOT-CONSERVES TO WLB-CONSERVES.
012530     MOVE W-TOT-GELES TO WLB-GELES.
012540     MOVE W-TOT-INVALIDES TO WLB-INVALIDES.
012550     MOVE SPACES TO WLB-ETAT.
012560     MOVE W-LIGNE-BILAN TO PG-RPRT-LIGNE.
012570     WRITE PG-RPRT-LIGNE.
012580     MOVE SPACES TO PG-RPRT-LIGNE.
012590     WRITE PG-RPRT-LIGNE.
012600     MOVE W-TOT-EPURES TO W-NB-EDIT.
012610     MOVE SPACES TO PG-RPRT-LIGNE.
012620     IF RETURN-CODE < 8
012630        STRING 'CERTIFIE : ' DELIMITED BY SIZE
012640            W-NB-EDIT DELIMITED BY SIZE
012650            ' ENREGISTREMENT(S) EPURE(S), IMAGES COMPLETES DANS '
012660               DELIMITED BY SIZE
012670            'L''ARCHIVE PG-ARCH DU ' DELIMITED BY SIZE
012680            W-DATE-EDIT DELIMITED BY SIZE
012690            INTO PG-RPRT-LIGNE
012700        END-STRING
012710     ELSE
012720        STRING 'NON CERTIFIE : ANOMALIE BLOQUANTE (CODE 8), '
012730               DELIMITED BY SIZE
012740            'LES FICHIERS KEEP NE DOIVENT PAS ETRE SUBSTITUES'
012750               DELIMITED BY SIZE
012760            INTO PG-RPRT-LIGNE
012770        END-STRING
012780     END-IF.
012790     WRITE PG-RPRT-LIGNE.
012800 7000-EXIT.
012810     EXIT.
012820 7100-EDITER-FICHIER.
012830     MOVE W-BL-FICHIER (W-I) TO WLB-FICHIER.
012840     MOVE W-BL-LUS (W-I) TO WLB-LUS.
012850     MOVE W-BL-EPURES (W-I) TO WLB-EPURES.
012860     MOVE W-BL-CONSERVES (W-I) TO WLB-CONSERVES.
012870     MOVE W-BL-GELES (W-I) TO WLB-GELES.
012880     MOVE W-BL-INVALIDES (W-I) TO WLB-INVALIDES.
012890     MOVE SPACES TO WLB-ETAT.
012900     IF NOT BL-TRAITE (W-I)
012910        STRING 'NON TRAITE - STATUT ' DELIMITED BY SIZE
012920            W-BL-STATUT (W-I) DELIMITED BY SIZE
012930            INTO WLB-ETAT
012940        END-STRING
012950     ELSE
012960        IF W-BL-LUS (W-I) NOT =
012970           W-BL-EPURES (W-I) + W-BL-CONSERVES (W-I)
012980           MOVE 'ECART LUS / EPURES + CONSERVES' TO WLB-ETAT
012990           MOVE 8 TO RETURN-CODE
013000        END-IF
013010     END-IF.
013020     MOVE W-LIGNE-BILAN TO PG-RPRT-LIGNE.
013030     WRITE PG-RPRT-LIGNE.
013040     ADD W-BL-LUS (W-I) TO W-TOT-LUS.
013050     ADD W-BL-EPURES (W-I) TO W-TOT-EPURES.
013060     ADD W-BL-CONSERVES (W-I) TO W-TOT-CONSERVES.
013070     ADD W-BL-GELES (W-I) TO W-TOT-GELES.
013080     ADD W-BL-INVALIDES (W-I) TO W-TOT-INVALIDES.
013090 7100-EXIT.
013100     EXIT.
013110 8000-TERMINE.
013120     CLOSE PG-ARCH PG-RPRT.
013130     MOVE W-TOT-EPURES TO W-NB-EDIT.
013140     DISPLAY 'HZPG0001 - EPURES    : ' W-NB-EDIT.
013150     MOVE W-TOT-CONSERVES TO W-NB-EDIT.
013160     DISPLAY 'HZPG0001 - CONSERVES : ' W-NB-EDIT.
013170 8000-EXIT.
013180     EXIT.
