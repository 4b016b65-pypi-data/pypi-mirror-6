000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZPA0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. FLUX QUOTIDIEN DU PORTAIL ADHERENT (LIBRE-SERVICE).
000080     POUR CHAQUE ADHERENT ACTIF D'ADH-REF, LE FLUX PORTAIL PORTE
000090     SON IDENTITE ET SES PREFERENCES DE DIFFUSION (ENREGISTREMENT
000100     '10', AVEC LE SOLDE DU ET LE NOMBRE DE FACTURES OUVERTES),
000110     SES FACTURES OUVERTES (OUV-ITEMS, '20'), LES TOTAUX DE SES
000120     RELEVES DES DOUZE DERNIERS MOIS (RL-TOTAUX, '30'), SON
000130     MANDAT AVEC LE COMPTE MASQUE (MANDATS, '40'), LES ECHEANCES
000140     DE SON PLAN DE REGLEMENT (ECHEANCIER, '50') ET LES DOCUMENTS
000150     DISPONIBLES AU REGISTRE (DOC-REG, '60'), ENTRE UNE ENTETE
000160     '01' (DATE, MODE) ET UN PIED '09' (NOMBRE D'ADHERENTS, SOLDE
000170     TOTAL, NOMBRE DE LIGNES) RAPPROCHES PAR HZAK0001 DE L'ACCUSE
000180     DU PORTAIL. L'IMAGE COMPLETE DU JOUR EST ECRITE SUR PORT-NV,
000190     QUE L'EXPLOITATION SUBSTITUE A PORT-PREC POUR LE PASSAGE
000200     SUIVANT. PORT-PREC ABSENT OU VIDE (PREMIER PASSAGE, OU
000210     PORTPREC EN DD DUMMY POUR UN RENVOI COMPLET) : FICHIER
000220     COMPLET (MODE 'C', TOUS LES ADHERENTS EN ACTION 'C'). SINON
000230     DELTA (MODE 'D') : SEULS LES ADHERENTS DONT L'IMAGE A CHANGE
000240     SONT EMIS, EN ACTION 'C' (NOUVEAU) OU 'M' (MODIFIE), ET
000250     CEUX QUI NE SONT PLUS ACTIFS PAR UN SEUL '10' EN ACTION 'S'.
000260     ADH-REF OU OUV-ITEMS ABSENT : ARRET SANS FLUX (CODE 8) ;
000270     AUTRE SOURCE ABSENTE : SIGNALEE, CODE 4.
000280*****************************************************************
000290*    HISTORIQUE DES MODIFICATIONS
000300*    --------------------------------------------------------
000310*    DATE       AUTEUR  DESCRIPTION
000320*    --------   ------  -------------------------------------
000330*    15/10/2026 EBA     CREATION.
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390 SPECIAL-NAMES.
000400     DECIMAL-POINT IS COMMA.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ADH-REF ASSIGN TO ADHREF
000440         ORGANIZATION SEQUENTIAL
000450         FILE STATUS W-ADH-REF-STATUS.
000460     SELECT OUV-ITEMS ASSIGN TO OUVITEMS
000470         ORGANIZATION SEQUENTIAL
000480         FILE STATUS W-OUV-ITEMS-STATUS.
000490     SELECT RL-TOTAUX ASSIGN TO RLTOTAUX
000500         ORGANIZATION SEQUENTIAL
000510         FILE STATUS W-RL-TOTAUX-STATUS.
000520     SELECT MANDATS ASSIGN TO MANDATS
000530         ORGANIZATION SEQUENTIAL
000540         FILE STATUS W-MANDATS-STATUS.
000550     SELECT ECHEANCIER ASSIGN TO ECHEANC
000560         ORGANIZATION SEQUENTIAL
000570         FILE STATUS W-ECHEANCIER-STATUS.
000580     SELECT DOC-REG ASSIGN TO DOCREG
000590         ORGANIZATION SEQUENTIAL
000600         FILE STATUS W-DOC-REG-STATUS.
000610     SELECT PORT-PREC ASSIGN TO PORTPREC
000620         ORGANIZATION SEQUENTIAL
000630         FILE STATUS W-PORT-PREC-STATUS.
000640     SELECT PORT-NV ASSIGN TO PORTNV
000650         ORGANIZATION SEQUENTIAL
000660         FILE STATUS W-PORT-NV-STATUS.
000670     SELECT PORTAIL ASSIGN TO PORTAIL
000680         ORGANIZATION SEQUENTIAL
000690         FILE STATUS W-PORTAIL-STATUS.
000700     SELECT PA-RPRT ASSIGN TO PARPRT
000710         ORGANIZATION SEQUENTIAL
000720         FILE STATUS W-PA-RPRT-STATUS.
000730     SELECT TRI-PORTAIL ASSIGN TO SORTWK01.
000740 DATA DIVISION.
000750 FILE SECTION.
000760*****************************************************************
000770*    SOURCES : LIGNES RECOPIEES TELLES QUELLES DANS LE TRI, LUES
000780*    EN SORTIE A TRAVERS LEURS DESSINS DE WORKING-STORAGE.
000790*****************************************************************
000800 FD  ADH-REF
000810     LABEL RECORD STANDARD
000820     DATA RECORD ADH-REF-LIGNE.
000830 01  ADH-REF-LIGNE               PIC X(179).
000840 FD  OUV-ITEMS
000850     LABEL RECORD STANDARD
000860     DATA RECORD OUV-ITEMS-LIGNE.
000870 01  OUV-ITEMS-LIGNE             PIC X(59).
000880 FD  RL-TOTAUX
000890     LABEL RECORD STANDARD
000900     DATA RECORD RL-TOTAUX-LIGNE.
000910 01  RL-TOTAUX-LIGNE             PIC X(29).
000920 FD  MANDATS
000930     LABEL RECORD STANDARD
000940     DATA RECORD MANDATS-ENREG.
000950 01  MANDATS-ENREG               PIC X(54).
000960 FD  ECHEANCIER
000970     LABEL RECORD STANDARD
000980     DATA RECORD ECHEANCIER-LIGNE.
000990 01  ECHEANCIER-LIGNE            PIC X(45).
001000 FD  DOC-REG
001010     LABEL RECORD STANDARD
001020     DATA RECORD DOC-REG-LIGNE.
001030 01  DOC-REG-LIGNE               PIC X(70).
001040*****************************************************************
001050*    PORT-PREC / PORT-NV - IMAGE COMPLETE DU FLUX (LIGNES '10' A
001060*    '60' DE TOUS LES ADHERENTS ACTIFS, ACTION A BLANC, DANS
001070*    L'ORDRE DES ADHERENTS), SANS ENTETE NI PIED.
001080*****************************************************************
001090 FD  PORT-PREC
001100     LABEL RECORD STANDARD
001110     DATA RECORD PORT-PREC-LIGNE.
001120 01  PORT-PREC-LIGNE             PIC X(200).
001130 FD  PORT-NV
001140     LABEL RECORD STANDARD
001150     DATA RECORD PORT-NV-LIGNE.
001160 01  PORT-NV-LIGNE               PIC X(200).
001170 FD  PORTAIL
001180     LABEL RECORD STANDARD
001190     DATA RECORD PORTAIL-LIGNE.
001200 01  PORTAIL-LIGNE               PIC X(200).
001210 FD  PA-RPRT
001220     LABEL RECORD STANDARD
001230     DATA RECORD PA-RPRT-LIGNE.
001240 01  PA-RPRT-LIGNE               PIC X(132).
001250*****************************************************************
001260*    TRI-PORTAIL - LIGNES DE TOUTES LES SOURCES, TRIEES PAR
001270*    ADHERENT, SOURCE (01 ADH-REF, 02 OUV-ITEMS, 03 RL-TOTAUX,
001280*    04 MANDATS, 05 ECHEANCIER, 06 DOC-REG), CLE PROPRE A LA
001290*    SOURCE ET ORDRE DE LECTURE.
001300*****************************************************************
001310 SD  TRI-PORTAIL
001320     DATA RECORD TRI-LIGNE.
001330 01  TRI-LIGNE.
001340     05  TRI-COADHF              PIC X(09).
001350     05  TRI-SOURCE              PIC 9(02).
001360     05  TRI-CLE                 PIC X(16).
001370     05  TRI-SEQUENCE            PIC 9(09) COMP.
001380     05  TRI-DONNEES             PIC X(179).
001390 WORKING-STORAGE SECTION.
001400 01  W-ADH-REF-STATUS            PIC XX.
001410     88  ADH-REF-OK              VALUE '00'.
001420 01  W-OUV-ITEMS-STATUS          PIC XX.
001430     88  OUV-ITEMS-OK            VALUE '00'.
001440 01  W-RL-TOTAUX-STATUS          PIC XX.
001450     88  RL-TOTAUX-OK            VALUE '00'.
001460 01  W-MANDATS-STATUS            PIC XX.
001470     88  MANDATS-OK              VALUE '00'.
001480 01  W-ECHEANCIER-STATUS         PIC XX.
001490     88  ECHEANCIER-OK           VALUE '00'.
001500 01  W-DOC-REG-STATUS            PIC XX.
001510     88  DOC-REG-OK              VALUE '00'.
001520 01  W-PORT-PREC-STATUS          PIC XX.
001530     88  PORT-PREC-OK            VALUE '00'.
001540 01  W-PORT-NV-STATUS            PIC XX.
001550 01  W-PORTAIL-STATUS            PIC XX.
001560 01  W-PA-RPRT-STATUS            PIC XX.
001570 01  W-FIN-LECTURE               PIC X VALUE 'N'.
001580     88  FIN-LECTURE             VALUE 'O'.
001590 01  W-FIN-TRI                   PIC X VALUE 'N'.
001600     88  FIN-TRI                 VALUE 'O'.
001610 01  W-FIN-PREC                  PIC X VALUE 'N'.
001620     88  FIN-PREC                VALUE 'O'.
001630 01  W-ARRET-SW                  PIC X VALUE 'N'.
001640     88  ARRET-TRAITEMENT        VALUE 'O'.
001650 01  W-PREC-OUVERT-SW            PIC X VALUE 'N'.
001660     88  PREC-OUVERT             VALUE 'O'.
001670 01  W-MODE                      PIC X VALUE 'C'.
001680     88  MODE-COMPLET            VALUE 'C'.
001690     88  MODE-DELTA              VALUE 'D'.
001700 01  W-RETENU-SW                 PIC X VALUE 'N'.
001710     88  ADHERENT-RETENU         VALUE 'O'.
001720 01  W-DATE-JOUR-CCYYMMDD        PIC 9(08) VALUE ZERO.
001730*****************************************************************
001740*    FENETRE DES DOUZE DERNIERS MOIS DE RELEVE (AAAAMM), MOIS
001750*    COURANT COMPRIS.
001760*****************************************************************
001770 01  W-MOIS-FIN                  PIC 9(06) VALUE ZERO.
001780 01  W-MOIS-FIN-X REDEFINES W-MOIS-FIN
001790                                 PIC X(06).
001800 01  W-MOIS-DEBUT                PIC 9(06) VALUE ZERO.
001810 01  W-MOIS-DEBUT-X REDEFINES W-MOIS-DEBUT
001820                                 PIC X(06).
001830 01  W-AAAA                      PIC 9(04) VALUE ZERO.
001840 01  W-MM                        PIC 9(02) VALUE ZERO.
001850 01  W-SEQUENCE                  PIC 9(09) COMP VALUE ZERO.
001860*****************************************************************
001870*    DESSINS DES SOURCES.
001880*****************************************************************
001890 COPY ADHMSTC.
001900 COPY OUVMSTC.
001910 COPY MANDATC.
001920*    RL-TOTAUX - MEME DESSIN QUE DANS HZRL0001.
001930 01  W-RL-TOTAUX.
001940     05  RT-COADHF               PIC X(09).
001950     05  RT-MOIS                 PIC X(06).
001960     05  RT-TOTAL                PIC S9(11)V99
001970                                 SIGN LEADING SEPARATE.
001980*    ECHEANCIER - MEME DESSIN QUE DANS HZEC0001.
001990 01  W-ECHEANCIER.
002000     05  EC-COADHF               PIC X(09).
002010     05  EC-COETBL               PIC X(05).
002020     05  EC-COTRTO               PIC X(05).
002030     05  EC-CETRTF               PIC X(05).
002040     05  EC-RANG                 PIC 9(02).
002050     05  EC-DATE-ECHEANCE        PIC 9(08).
002060     05  EC-MONTANT              PIC S9(07)V99
002070                                 SIGN LEADING SEPARATE.
002080     05  EC-STATUT               PIC X(01).
002090*    DOC-REG - MEME DESSIN QUE DANS HZRL0001/HZDU0001.
002100 01  W-DOC-REG.
002110     05  RG-COADHF               PIC X(09).
002120     05  RG-TYPE-DOC             PIC X(02).
002130     05  RG-PERIODE              PIC X(10).
002140     05  RG-DATE-PRODUCTION      PIC 9(08).
002150     05  RG-HEURE-PRODUCTION     PIC 9(08).
002160     05  RG-LANGUE               PIC X(02).
002170     05  RG-CANAL                PIC X(01).
002180     05  RG-PROGRAMME            PIC X(08).
002190     05  RG-RANG-DEBUT           PIC 9(07).
002200     05  RG-NB-LIGNES            PIC 9(05).
002210     05  FILLER                  PIC X(10).
002220*****************************************************************
002230*    GABARITS DU FLUX PORTAIL (200 OCTETS, TYPE EN TETE, ADHERENT
002240*    EN POSITIONS 3 A 11 SUR LES LIGNES DE DETAIL).
002250*****************************************************************
002260 01  W-PO-ENTETE.
002270     05  W-OE-TYPE               PIC X(02) VALUE '01'.
002280     05  W-OE-DATE               PIC 9(08).
002290     05  W-OE-MODE               PIC X(01).
002300     05  W-OE-PROGRAMME          PIC X(08) VALUE 'HZPA0001'.
002310     05  FILLER                  PIC X(181) VALUE SPACES.
002320 01  W-PO-ADHERENT.
002330     05  W-OA-TYPE               PIC X(02).
002340     05  W-OA-COADHF             PIC X(09).
002350     05  W-OA-ACTION             PIC X(01).
002360     05  W-OA-NOM                PIC X(30).
002370     05  W-OA-ADRESSE            PIC X(30).
002380     05  W-OA-CODE-POSTAL        PIC X(05).
002390     05  W-OA-VILLE              PIC X(20).
002400     05  W-OA-LANGUE             PIC X(02).
002410     05  W-OA-CANAL-DIFFUSION    PIC X(01).
002420     05  W-OA-EMAIL              PIC X(60).
002430     05  W-OA-EMAIL-REJETE       PIC X(01).
002440     05  W-OA-ADRESSE-NPAI       PIC X(01).
002450     05  W-OA-FREQUENCE          PIC X(01).
002460     05  W-OA-SOLDE              PIC S9(11)V99
002470                                 SIGN LEADING SEPARATE.
002480     05  W-OA-NB-FACTURES        PIC 9(05).
002490     05  FILLER                  PIC X(18).
002500 01  W-PO-FACTURE.
002510     05  W-OF-TYPE               PIC X(02).
002520     05  W-OF-COADHF             PIC X(09).
002530     05  W-OF-NUMERO-FACTURE     PIC 9(08).
002540     05  W-OF-DATE-FACTURE       PIC 9(08).
002550     05  W-OF-MONTANT-TTC        PIC S9(11)V99
002560                                 SIGN LEADING SEPARATE.
002570     05  W-OF-MONTANT-REGLE      PIC S9(11)V99
002580                                 SIGN LEADING SEPARATE.
002590     05  W-OF-RESTE-DU           PIC S9(11)V99
002600                                 SIGN LEADING SEPARATE.
002610     05  W-OF-STATUT             PIC X(01).
002620     05  FILLER                  PIC X(130).
002630 01  W-PO-RELEVE.
002640     05  W-OR-TYPE               PIC X(02).
002650     05  W-OR-COADHF             PIC X(09).
002660     05  W-OR-MOIS               PIC X(06).
002670     05  W-OR-TOTAL              PIC S9(11)V99
002680                                 SIGN LEADING SEPARATE.
002690     05  FILLER                  PIC X(169).
002700 01  W-PO-MANDAT.
002710     05  W-OM-TYPE               PIC X(02).
002720     05  W-OM-COADHF             PIC X(09).
002730     05  W-OM-COMPTE-MASQUE      PIC X(34).
002740     05  W-OM-DATE-MANDAT        PIC 9(08).
002750     05  W-OM-STATUT             PIC X(01).
002760     05  W-OM-NB-ECHECS          PIC 9(02).
002770     05  FILLER                  PIC X(144).
002780 01  W-PO-ECHEANCE.
002790     05  W-OT-TYPE               PIC X(02).
002800     05  W-OT-COADHF             PIC X(09).
002810     05  W-OT-RANG               PIC 9(02).
002820     05  W-OT-DATE-ECHEANCE      PIC 9(08).
002830     05  W-OT-MONTANT            PIC S9(07)V99
002840                                 SIGN LEADING SEPARATE.
002850     05  W-OT-STATUT             PIC X(01).
002860     05  FILLER                  PIC X(168).
002870 01  W-PO-DOCUMENT.
002880     05  W-OD-TYPE               PIC X(02).
002890     05  W-OD-COADHF             PIC X(09).
002900     05  W-OD-TYPE-DOC           PIC X(02).
002910     05  W-OD-PERIODE            PIC X(10).
002920     05  W-OD-DATE-PRODUCTION    PIC 9(08).
002930     05  W-OD-LANGUE             PIC X(02).
002940     05  W-OD-CANAL              PIC X(01).
002950     05  FILLER                  PIC X(166).
002960 01  W-PO-PIED.
002970     05  W-OP-TYPE               PIC X(02) VALUE '09'.
002980     05  W-OP-NB-ADHERENTS       PIC 9(09).
002990     05  W-OP-SOLDE-TOTAL        PIC S9(13)V99
003000                                 SIGN LEADING SEPARATE.
003010     05  W-OP-NB-LIGNES          PIC 9(09).
003020     05  FILLER                  PIC X(164) VALUE SPACES.
003030*****************************************************************
003040*    IMAGE DE L'ADHERENT COURANT (500 LIGNES AU PLUS ; AU-DELA,
003050*    LIGNES PERDUES SIGNALEES, CODE 4) ET LIGNE DE PORT-PREC LUE
003060*    PAR AVANCE.
003070*****************************************************************
003080 01  W-COADHF-COURANT            PIC X(09) VALUE SPACES.
003090 01  W-NB-LIGNES                 PIC 9(04) COMP VALUE ZERO.
003100 01  W-TAB-LIGNES.
003110     05  W-LI-LIGNE OCCURS 500 TIMES
003120                                 PIC X(200).
003130 01  W-LIGNE-COURANTE            PIC X(200) VALUE SPACES.
003140 01  W-AD-SOLDE                  PIC S9(11)V99 COMP-3 VALUE 0.
003150 01  W-AD-NB-FACTURES            PIC 9(05) COMP VALUE ZERO.
003160 01  W-ACTION                    PIC X(01) VALUE SPACE.
003170 01  W-PREC-LIGNE                PIC X(200) VALUE SPACES.
003180 01  W-PREC-DECOUPE REDEFINES W-PREC-LIGNE.
003190     05  W-PREC-TYPE             PIC X(02).
003200     05  W-PREC-COADHF           PIC X(09).
003210     05  FILLER                  PIC X(189).
003220 01  W-ANCIEN-COADHF             PIC X(09) VALUE SPACES.
003230 01  W-NB-PREC                   PIC 9(05) COMP VALUE ZERO.
003240 01  W-IX                        PIC 9(04) COMP VALUE ZERO.
003250*****************************************************************
003260*    MASQUAGE DU COMPTE : QUATRE PREMIERS CARACTERES (PAYS ET
003270*    CLE) ET QUATRE DERNIERS VISIBLES AU-DELA DE HUIT CARACTERES
003280*    SIGNIFICATIFS ; LES QUATRE DERNIERS SEULS DE CINQ A HUIT ;
003290*    TOUT EST MASQUE EN DECA.
003300*****************************************************************
003310 01  W-LONG-COMPTE               PIC 9(04) COMP VALUE ZERO.
003320 01  W-POS-FIN-VISIBLE           PIC 9(04) COMP VALUE ZERO.
003330 01  W-COMPTE-MASQUE             PIC X(34) VALUE SPACES.
003340*****************************************************************
003350*    COMPTEURS.
003360*****************************************************************
003370 01  W-NB-SOURCES-ABSENTES       PIC 9(02) COMP VALUE ZERO.
003380 01  W-NB-ADHERENTS-ACTIFS       PIC 9(09) COMP VALUE ZERO.
003390 01  W-NB-CREES                  PIC 9(09) COMP VALUE ZERO.
003400 01  W-NB-MODIFIES               PIC 9(09) COMP VALUE ZERO.
003410 01  W-NB-INCHANGES              PIC 9(09) COMP VALUE ZERO.
003420 01  W-NB-SUPPRIMES              PIC 9(09) COMP VALUE ZERO.
003430 01  W-NB-ADH-EMIS               PIC 9(09) COMP VALUE ZERO.
003440 01  W-NB-LIGNES-EMISES          PIC 9(09) COMP VALUE ZERO.
003450 01  W-NB-LIGNES-IMAGE           PIC 9(09) COMP VALUE ZERO.
003460 01  W-NB-LIGNES-PERDUES         PIC 9(09) COMP VALUE ZERO.
003470 01  W-SOLDE-EMIS                PIC S9(13)V99 COMP-3 VALUE 0.
003480 01  W-NB-EDIT                   PIC Z(08)9.
003490 01  W-MT-EDIT                   PIC -(13)9,99.
003500 01  W-LIGNE-TRAVAIL             PIC X(132).
003510 PROCEDURE DIVISION.
003520 0000-MAINLINE.
003530     PERFORM 1000-INITIALISE THRU 1000-EXIT.
003540     IF NOT ARRET-TRAITEMENT
003550        SORT TRI-PORTAIL
003560           ON ASCENDING KEY TRI-COADHF TRI-SOURCE TRI-CLE
003570                            TRI-SEQUENCE
003580           INPUT PROCEDURE 2000-COLLECTER-SOURCES THRU 2000-EXIT
003590           OUTPUT PROCEDURE 5000-CONSTITUER-FLUX THRU 5000-EXIT
003600        PERFORM 7000-EDITER-BILAN THRU 7000-EXIT
003610     END-IF.
003620     PERFORM 8000-TERMINE THRU 8000-EXIT.
003630     GOBACK.
003640*****************************************************************
003650*    1000-INITIALISE - ADH-REF ET OUV-ITEMS OBLIGATOIRES (SANS
003660*    EUX LE DELTA SUPPRIMERAIT OU VIDERAIT TOUS LES ADHERENTS :
003670*    ARRET, CODE 8, NI FLUX NI IMAGE). MODE DU PASSAGE SELON
003680*    PORT-PREC, PUIS ENTETE DU FLUX.
003690*****************************************************************
003700 1000-INITIALISE.
003710     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
003720     MOVE W-DATE-JOUR-CCYYMMDD (1:6) TO W-MOIS-FIN-X.
003730     MOVE W-DATE-JOUR-CCYYMMDD (1:4) TO W-AAAA.
003740     MOVE W-DATE-JOUR-CCYYMMDD (5:2) TO W-MM.
003750     IF W-MM > 11
003760        SUBTRACT 11 FROM W-MM
003770     ELSE
003780        ADD 1 TO W-MM
003790        SUBTRACT 1 FROM W-AAAA
003800     END-IF.
003810     COMPUTE W-MOIS-DEBUT = W-AAAA * 100 + W-MM.
003820     OPEN OUTPUT PA-RPRT.
003830     OPEN INPUT ADH-REF.
003840     IF ADH-REF-OK
003850        CLOSE ADH-REF
003860     ELSE
003870        DISPLAY 'HZPA0001 - ADH-REF INDISPONIBLE - STATUT '
003880            W-ADH-REF-STATUS
003890        MOVE 'O' TO W-ARRET-SW
003900     END-IF.
003910     OPEN INPUT OUV-ITEMS.
003920     IF OUV-ITEMS-OK
003930        CLOSE OUV-ITEMS
003940     ELSE
003950        DISPLAY 'HZPA0001 - OUV-ITEMS INDISPONIBLE - STATUT '
003960            W-OUV-ITEMS-STATUS
003970        MOVE 'O' TO W-ARRET-SW
003980     END-IF.
003990     IF ARRET-TRAITEMENT
004000        GO TO 1000-EXIT
004010     END-IF.
004020     OPEN INPUT PORT-PREC.
004030     IF PORT-PREC-OK
004040        MOVE 'O' TO W-PREC-OUVERT-SW
004050        PERFORM 1100-LIRE-PRECEDENT THRU 1100-EXIT
004060     ELSE
004070        DISPLAY 'HZPA0001 - PORT-PREC INDISPONIBLE, FICHIER '
004080            'COMPLET - STATUT ' W-PORT-PREC-STATUS
004090        MOVE 'O' TO W-FIN-PREC
004100     END-IF.
004110     IF FIN-PREC
004120        MOVE 'C' TO W-MODE
004130     ELSE
004140        MOVE 'D' TO W-MODE
004150     END-IF.
004160     OPEN OUTPUT PORTAIL PORT-NV.
004170     MOVE W-DATE-JOUR-CCYYMMDD TO W-OE-DATE.
004180     MOVE W-MODE TO W-OE-MODE.
004190     MOVE W-PO-ENTETE TO PORTAIL-LIGNE.
004200     WRITE PORTAIL-LIGNE.
004210 1000-EXIT.
004220     EXIT.
004230 1100-LIRE-PRECEDENT.
004240     READ PORT-PREC INTO W-PREC-LIGNE
004250        AT END
004260           MOVE 'O' TO W-FIN-PREC
004270     END-READ.
004280 1100-EXIT.
004290     EXIT.
004300*****************************************************************
004310*    2000-COLLECTER-SOURCES - PROCEDURE D'ENTREE DU TRI : LIGNES
004320*    ADH-REF ACTIVES, POSTES NON SOLDES ET NON PASSES EN PERTE,
004330*    RELEVES DE LA FENETRE, MANDATS, ECHEANCES ET DOCUMENTS.
004340*****************************************************************
004350 2000-COLLECTER-SOURCES SECTION.
004360 2000-DEBUT.
004370     OPEN INPUT ADH-REF.
004380     MOVE 'N' TO W-FIN-LECTURE.
004390     PERFORM 2010-LIRE-ADHERENT THRU 2010-EXIT
004400        UNTIL FIN-LECTURE.
004410     CLOSE ADH-REF.
004420     OPEN INPUT OUV-ITEMS.
004430     MOVE 'N' TO W-FIN-LECTURE.
004440     PERFORM 2020-LIRE-POSTE THRU 2020-EXIT
004450        UNTIL FIN-LECTURE.
004460     CLOSE OUV-ITEMS.
004470     OPEN INPUT RL-TOTAUX.
004480     IF RL-TOTAUX-OK
004490        MOVE 'N' TO W-FIN-LECTURE
004500        PERFORM 2030-LIRE-RELEVE THRU 2030-EXIT
004510           UNTIL FIN-LECTURE
004520        CLOSE RL-TOTAUX
004530     ELSE
004540        DISPLAY 'HZPA0001 - RL-TOTAUX INDISPONIBLE, AUCUN RELEVE '
004550            '- STATUT ' W-RL-TOTAUX-STATUS
004560        ADD 1 TO W-NB-SOURCES-ABSENTES
004570     END-IF.
004580     OPEN INPUT MANDATS.
004590     IF MANDATS-OK
004600        MOVE 'N' TO W-FIN-LECTURE
004610        PERFORM 2040-LIRE-MANDAT THRU 2040-EXIT
004620           UNTIL FIN-LECTURE
004630        CLOSE MANDATS
004640     ELSE
004650        DISPLAY 'HZPA0001 - MANDATS INDISPONIBLE, AUCUN MANDAT '
004660            '- STATUT ' W-MANDATS-STATUS
004670        ADD 1 TO W-NB-SOURCES-ABSENTES
004680     END-IF.
004690     OPEN INPUT ECHEANCIER.
004700     IF ECHEANCIER-OK
004710        MOVE 'N' TO W-FIN-LECTURE
004720        PERFORM 2050-LIRE-ECHEANCE THRU 2050-EXIT
004730           UNTIL FIN-LECTURE
004740        CLOSE ECHEANCIER
004750     ELSE
004760        DISPLAY 'HZPA0001 - ECHEANCIER INDISPONIBLE, AUCUN PLAN '
004770            'DE REGLEMENT - STATUT ' W-ECHEANCIER-STATUS
004780        ADD 1 TO W-NB-SOURCES-ABSENTES
004790     END-IF.
004800     OPEN INPUT DOC-REG.
004810     IF DOC-REG-OK
004820        MOVE 'N' TO W-FIN-LECTURE
004830        PERFORM 2060-LIRE-DOCUMENT THRU 2060-EXIT
004840           UNTIL FIN-LECTURE
004850        CLOSE DOC-REG
004860     ELSE
004870        DISPLAY 'HZPA0001 - DOC-REG INDISPONIBLE, AUCUN DOCUMENT '
004880            '- STATUT ' W-DOC-REG-STATUS
004890        ADD 1 TO W-NB-SOURCES-ABSENTES
004900     END-IF.
004910 2000-EXIT.
004920     EXIT.
004930 2010-LIRE-ADHERENT.
004940     READ ADH-REF
004950        AT END
004960           MOVE 'O' TO W-FIN-LECTURE
004970           GO TO 2010-EXIT
004980     END-READ.
004990     MOVE ADH-REF-LIGNE TO ADH-MAST-ENREG.
005000     IF NOT AF-STATUT-ACTIF
005010        GO TO 2010-EXIT
005020     END-IF.
005030     MOVE AF-COADHF TO TRI-COADHF.
005040     MOVE 01 TO TRI-SOURCE.
005050     MOVE AF-CLE TO TRI-CLE.
005060     MOVE ADH-REF-LIGNE TO TRI-DONNEES.
005070     PERFORM 2090-LIBERER-LIGNE THRU 2090-EXIT.
005080 2010-EXIT.
005090     EXIT.
005100 2020-LIRE-POSTE.
005110     READ OUV-ITEMS
005120        AT END
005130           MOVE 'O' TO W-FIN-LECTURE
005140           GO TO 2020-EXIT
005150     END-READ.
005160     MOVE OUV-ITEMS-LIGNE TO OUV-MAST-ENREG.
005170     IF OV-STATUT NOT = 'O' AND OV-STATUT NOT = 'P'
005180        AND OV-STATUT NOT = 'R'
005190        GO TO 2020-EXIT
005200     END-IF.
005210     MOVE OV-COADHF TO TRI-COADHF.
005220     MOVE 02 TO TRI-SOURCE.
005230     MOVE OV-DATE-FACTURE TO TRI-CLE.
005240     MOVE OV-NUMERO-FACTURE TO TRI-CLE (9:8).
005250     MOVE OUV-ITEMS-LIGNE TO TRI-DONNEES.
005260     PERFORM 2090-LIBERER-LIGNE THRU 2090-EXIT.
005270 2020-EXIT.
005280     EXIT.
005290 2030-LIRE-RELEVE.
005300     READ RL-TOTAUX
005310        AT END
005320           MOVE 'O' TO W-FIN-LECTURE
005330           GO TO 2030-EXIT
005340     END-READ.
005350     MOVE RL-TOTAUX-LIGNE TO W-RL-TOTAUX.
005360     IF RT-MOIS < W-MOIS-DEBUT-X OR RT-MOIS > W-MOIS-FIN-X
005370        GO TO 2030-EXIT
005380     END-IF.
005390     MOVE RT-COADHF TO TRI-COADHF.
005400     MOVE 03 TO TRI-SOURCE.
005410     MOVE RT-MOIS TO TRI-CLE.
005420     MOVE RL-TOTAUX-LIGNE TO TRI-DONNEES.
005430     PERFORM 2090-LIBERER-LIGNE THRU 2090-EXIT.
005440 2030-EXIT.
005450     EXIT.
005460 2040-LIRE-MANDAT.
005470     READ MANDATS
005480        AT END
005490           MOVE 'O' TO W-FIN-LECTURE
005500           GO TO 2040-EXIT
005510     END-READ.
005520     MOVE MANDATS-ENREG TO MANDATS-LIGNE.
005530     MOVE MD-COADHF TO TRI-COADHF.
005540     MOVE 04 TO TRI-SOURCE.
005550     MOVE MD-DATE-MANDAT TO TRI-CLE.
005560     MOVE MANDATS-ENREG TO TRI-DONNEES.
005570     PERFORM 2090-LIBERER-LIGNE THRU 2090-EXIT.
005580 2040-EXIT.
005590     EXIT.
005600 2050-LIRE-ECHEANCE.
005610     READ ECHEANCIER
005620        AT END
005630           MOVE 'O' TO W-FIN-LECTURE
005640           GO TO 2050-EXIT
005650     END-READ.
005660     MOVE ECHEANCIER-LIGNE TO W-ECHEANCIER.
005670     MOVE EC-COADHF TO TRI-COADHF.
005680     MOVE 05 TO TRI-SOURCE.
005690     MOVE EC-DATE-ECHEANCE TO TRI-CLE.
005700     MOVE EC-RANG TO TRI-CLE (9:2).
005710     MOVE ECHEANCIER-LIGNE TO TRI-DONNEES.
005720     PERFORM 2090-LIBERER-LIGNE THRU 2090-EXIT.
005730 2050-EXIT.
005740     EXIT.
005750 2060-LIRE-DOCUMENT.
005760     READ DOC-REG
005770        AT END
005780           MOVE 'O' TO W-FIN-LECTURE
005790           GO TO 2060-EXIT
005800     END-READ.
005810     MOVE DOC-REG-LIGNE TO W-DOC-REG.
005820     MOVE RG-COADHF TO TRI-COADHF.
005830     MOVE 06 TO TRI-SOURCE.
005840     MOVE RG-DATE-PRODUCTION TO TRI-CLE.
005850     MOVE RG-HEURE-PRODUCTION TO TRI-CLE (9:8).
005860     MOVE DOC-REG-LIGNE TO TRI-DONNEES.
005870     PERFORM 2090-LIBERER-LIGNE THRU 2090-EXIT.
005880 2060-EXIT.
005890     EXIT.
005900 2090-LIBERER-LIGNE.
005910     ADD 1 TO W-SEQUENCE.
005920     MOVE W-SEQUENCE TO TRI-SEQUENCE.
005930     RELEASE TRI-LIGNE.
005940 2090-EXIT.
005950     EXIT.
005960*****************************************************************
005970*    5000-CONSTITUER-FLUX - PROCEDURE DE SORTIE DU TRI : IMAGE
005980*    DE CHAQUE ADHERENT ACTIF A LA RUPTURE, PUIS (DELTA) LES
005990*    ADHERENTS DE PORT-PREC RESTANTS (DEVENUS INACTIFS) ET PIED.
006000*****************************************************************
006010 5000-CONSTITUER-FLUX SECTION.
006020 5000-DEBUT.
006030     MOVE 'N' TO W-FIN-TRI.
006040     MOVE SPACES TO W-COADHF-COURANT.
006050     MOVE 'N' TO W-RETENU-SW.
006060     PERFORM 5010-RESTITUER-LIGNE THRU 5010-EXIT
006070        UNTIL FIN-TRI.
006080     IF W-COADHF-COURANT NOT = SPACES
006090        PERFORM 5100-TERMINER-ADHERENT THRU 5100-EXIT
006100     END-IF.
006110     IF MODE-DELTA
006120        PERFORM 5400-SUPPRIMER-ANCIEN THRU 5400-EXIT
006130           UNTIL FIN-PREC
006140     END-IF.
006150     MOVE W-NB-ADH-EMIS TO W-OP-NB-ADHERENTS.
006160     MOVE W-SOLDE-EMIS TO W-OP-SOLDE-TOTAL.
006170     MOVE W-NB-LIGNES-EMISES TO W-OP-NB-LIGNES.
006180     MOVE W-PO-PIED TO PORTAIL-LIGNE.
006190     WRITE PORTAIL-LIGNE.
006200 5000-EXIT.
006210     EXIT.
006220*****************************************************************
006230*    5010-RESTITUER-LIGNE - RUPTURE PAR ADHERENT. LA SOURCE 01
006240*    VIENT EN TETE : UN ADHERENT SANS LIGNE ADH-REF ACTIVE N'EST
006250*    PAS RETENU ET SES AUTRES LIGNES SONT IGNOREES.
006260*****************************************************************
006270 5010-RESTITUER-LIGNE.
006280     RETURN TRI-PORTAIL
006290        AT END
006300           MOVE 'O' TO W-FIN-TRI
006310           GO TO 5010-EXIT
006320     END-RETURN.
006330     IF TRI-COADHF NOT = W-COADHF-COURANT
006340        IF W-COADHF-COURANT NOT = SPACES
006350           PERFORM 5100-TERMINER-ADHERENT THRU 5100-EXIT
006360        END-IF
006370        MOVE TRI-COADHF TO W-COADHF-COURANT
006380        MOVE 'N' TO W-RETENU-SW
006390        MOVE ZERO TO W-NB-LIGNES
006400        MOVE ZERO TO W-AD-SOLDE
006410        MOVE ZERO TO W-AD-NB-FACTURES
006420     END-IF.
006430     IF TRI-SOURCE = 01
006440        PERFORM 5020-POSER-IDENTITE THRU 5020-EXIT
006450        GO TO 5010-EXIT
006460     END-IF.
006470     IF NOT ADHERENT-RETENU
006480        GO TO 5010-EXIT
006490     END-IF.
006500     EVALUATE TRI-SOURCE
006510        WHEN 02
006520           PERFORM 5030-POSER-FACTURE THRU 5030-EXIT
006530        WHEN 03
006540           PERFORM 5040-POSER-RELEVE THRU 5040-EXIT
006550        WHEN 04
006560           PERFORM 5050-POSER-MANDAT THRU 5050-EXIT
006570        WHEN 05
006580           PERFORM 5060-POSER-ECHEANCE THRU 5060-EXIT
006590        WHEN 06
006600           PERFORM 5070-POSER-DOCUMENT THRU 5070-EXIT
006610     END-EVALUATE.
006620 5010-EXIT.
006630     EXIT.
006640*****************************************************************
006650*    5020-POSER-IDENTITE - PREMIERE LIGNE ADH-REF ACTIVE DE
006660*    L'ADHERENT (UNE LIGNE PAR CLE QUANTITE) ; SOLDE ET NOMBRE DE
006670*    FACTURES SONT REPORTES A LA RUPTURE.
006680*****************************************************************
006690 5020-POSER-IDENTITE.
006700     IF ADHERENT-RETENU
006710        GO TO 5020-EXIT
006720     END-IF.
006730     MOVE 'O' TO W-RETENU-SW.
006740     MOVE TRI-DONNEES TO ADH-MAST-ENREG.
006750     MOVE SPACES TO W-PO-ADHERENT.
006760     MOVE '10' TO W-OA-TYPE.
006770     MOVE AF-COADHF TO W-OA-COADHF.
006780     MOVE AF-NOM TO W-OA-NOM.
006790     MOVE AF-ADRESSE TO W-OA-ADRESSE.
006800     MOVE AF-CODE-POSTAL TO W-OA-CODE-POSTAL.
006810     MOVE AF-VILLE TO W-OA-VILLE.
006820     MOVE AF-LANGUE TO W-OA-LANGUE.
006830     MOVE AF-CANAL-DIFFUSION TO W-OA-CANAL-DIFFUSION.
006840     MOVE AF-EMAIL TO W-OA-EMAIL.
006850     MOVE AF-EMAIL-REJETE TO W-OA-EMAIL-REJETE.
006860     MOVE AF-ADRESSE-NPAI TO W-OA-ADRESSE-NPAI.
006870     MOVE AF-FREQUENCE TO W-OA-FREQUENCE.
006880     MOVE ZERO TO W-OA-SOLDE.
006890     MOVE ZERO TO W-OA-NB-FACTURES.
006900     MOVE W-PO-ADHERENT TO W-LIGNE-COURANTE.
006910     PERFORM 5090-EMPILER-LIGNE THRU 5090-EXIT.
006920 5020-EXIT.
006930     EXIT.
006940 5030-POSER-FACTURE.
006950     MOVE TRI-DONNEES TO OUV-MAST-ENREG.
006960     MOVE SPACES TO W-PO-FACTURE.
006970     MOVE '20' TO W-OF-TYPE.
006980     MOVE OV-COADHF TO W-OF-COADHF.
006990     MOVE OV-NUMERO-FACTURE TO W-OF-NUMERO-FACTURE.
007000     MOVE OV-DATE-FACTURE TO W-OF-DATE-FACTURE.
007010     MOVE OV-MONTANT-TTC TO W-OF-MONTANT-TTC.
007020     MOVE OV-MONTANT-REGLE TO W-OF-MONTANT-REGLE.
007030     COMPUTE W-OF-RESTE-DU = OV-MONTANT-TTC - OV-MONTANT-REGLE.
007040     MOVE OV-STATUT TO W-OF-STATUT.
007050     ADD W-OF-RESTE-DU TO W-AD-SOLDE.
007060     ADD 1 TO W-AD-NB-FACTURES.
007070     MOVE W-PO-FACTURE TO W-LIGNE-COURANTE.
007080     PERFORM 5090-EMPILER-LIGNE THRU 5090-EXIT.
007090 5030-EXIT.
007100     EXIT.
007110*****************************************************************
007120*    5040-POSER-RELEVE - UN RELEVE REEDITE DANS LE MEME MOIS
007130*    LAISSE PLUSIEURS LIGNES RL-TOTAUX : LA DERNIERE LUE PRIME.
007140*****************************************************************
007150 5040-POSER-RELEVE.
007160     MOVE TRI-DONNEES TO W-RL-TOTAUX.
007170     IF W-NB-LIGNES > ZERO
007180        IF W-LI-LIGNE (W-NB-LIGNES) (1:2) = '30'
007190           AND W-LI-LIGNE (W-NB-LIGNES) (12:6) = RT-MOIS
007200           SUBTRACT 1 FROM W-NB-LIGNES
007210        END-IF
007220     END-IF.
007230     MOVE SPACES TO W-PO-RELEVE.
007240     MOVE '30' TO W-OR-TYPE.
007250     MOVE RT-COADHF TO W-OR-COADHF.
007260     MOVE RT-MOIS TO W-OR-MOIS.
007270     MOVE RT-TOTAL TO W-OR-TOTAL.
007280     MOVE W-PO-RELEVE TO W-LIGNE-COURANTE.
007290     PERFORM 5090-EMPILER-LIGNE THRU 5090-EXIT.
007300 5040-EXIT.
007310     EXIT.
007320 5050-POSER-MANDAT.
007330     MOVE TRI-DONNEES TO MANDATS-LIGNE.
007340     MOVE ZERO TO W-LONG-COMPTE.
007350     PERFORM 5055-MESURER-COMPTE THRU 5055-EXIT
007360        VARYING W-IX FROM 34 BY -1
007370        UNTIL W-IX < 1.
007380     IF W-LONG-COMPTE > 4
007390        COMPUTE W-POS-FIN-VISIBLE = W-LONG-COMPTE - 3
007400     ELSE
007410        MOVE 99 TO W-POS-FIN-VISIBLE
007420     END-IF.
007430     MOVE SPACES TO W-COMPTE-MASQUE.
007440     PERFORM 5056-MASQUER-POSITION THRU 5056-EXIT
007450        VARYING W-IX FROM 1 BY 1
007460        UNTIL W-IX > W-LONG-COMPTE.
007470     MOVE SPACES TO W-PO-MANDAT.
007480     MOVE '40' TO W-OM-TYPE.
007490     MOVE MD-COADHF TO W-OM-COADHF.
007500     MOVE W-COMPTE-MASQUE TO W-OM-COMPTE-MASQUE.
007510     MOVE MD-DATE-MANDAT TO W-OM-DATE-MANDAT.
007520     MOVE MD-STATUT TO W-OM-STATUT.
007530     MOVE MD-NB-ECHECS TO W-OM-NB-ECHECS.
007540     MOVE W-PO-MANDAT TO W-LIGNE-COURANTE.
007550     PERFORM 5090-EMPILER-LIGNE THRU 5090-EXIT.
007560 5050-EXIT.
007570     EXIT.
007580 5055-MESURER-COMPTE.
007590     IF W-LONG-COMPTE = ZERO
007600        AND MD-REF-COMPTE (W-IX:1) NOT = SPACE
007610        MOVE W-IX TO W-LONG-COMPTE
007620     END-IF.
007630 5055-EXIT.
007640     EXIT.
007650 5056-MASQUER-POSITION.
007660     IF W-IX NOT < W-POS-FIN-VISIBLE
007670        OR (W-LONG-COMPTE > 8 AND W-IX NOT > 4)
007680        MOVE MD-REF-COMPTE (W-IX:1) TO W-COMPTE-MASQUE (W-IX:1)
007690     ELSE
007700        MOVE '*' TO W-COMPTE-MASQUE (W-IX:1)
007710     END-IF.
007720 5056-EXIT.
007730     EXIT.
007740 5060-POSER-ECHEANCE.
007750     MOVE TRI-DONNEES TO W-ECHEANCIER.
007760     MOVE SPACES TO W-PO-ECHEANCE.
007770     MOVE '50' TO W-OT-TYPE.
007780     MOVE EC-COADHF TO W-OT-COADHF.
007790     MOVE EC-RANG TO W-OT-RANG.
007800     MOVE EC-DATE-ECHEANCE TO W-OT-DATE-ECHEANCE.
007810     MOVE EC-MONTANT TO W-OT-MONTANT.
007820     MOVE EC-STATUT TO W-OT-STATUT.
007830     MOVE W-PO-ECHEANCE TO W-LIGNE-COURANTE.
007840     PERFORM 5090-EMPILER-LIGNE THRU 5090-EXIT.
007850 5060-EXIT.
007860     EXIT.
007870 5070-POSER-DOCUMENT.
007880     MOVE TRI-DONNEES TO W-DOC-REG.
007890     MOVE SPACES TO W-PO-DOCUMENT.
007900     MOVE '60' TO W-OD-TYPE.
007910     MOVE RG-COADHF TO W-OD-COADHF.
007920     MOVE RG-TYPE-DOC TO W-OD-TYPE-DOC.
007930     MOVE RG-PERIODE TO W-OD-PERIODE.
007940     MOVE RG-DATE-PRODUCTION TO W-OD-DATE-PRODUCTION.
007950     MOVE RG-LANGUE TO W-OD-LANGUE.
007960     MOVE RG-CANAL TO W-OD-CANAL.
007970     MOVE W-PO-DOCUMENT TO W-LIGNE-COURANTE.
007980     PERFORM 5090-EMPILER-LIGNE THRU 5090-EXIT.
007990 5070-EXIT.
008000     EXIT.
008010 5090-EMPILER-LIGNE.
008020     IF W-NB-LIGNES < 500
008030        ADD 1 TO W-NB-LIGNES
008040        MOVE W-LIGNE-COURANTE TO W-LI-LIGNE (W-NB-LIGNES)
008050     ELSE
008060        ADD 1 TO W-NB-LIGNES-PERDUES
008070     END-IF.
008080 5090-EXIT.
008090     EXIT.
008100*****************************************************************
008110*    5100-TERMINER-ADHERENT - SOLDE REPORTE SUR LA LIGNE '10',
008120*    IMAGE ECRITE SUR PORT-NV, ACTION DETERMINEE (TOUJOURS 'C' EN
008130*    FICHIER COMPLET), ADHERENT EMIS S'IL EST NOUVEAU OU MODIFIE.
008140*****************************************************************
008150 5100-TERMINER-ADHERENT.
008160     IF NOT ADHERENT-RETENU
008170        GO TO 5100-EXIT
008180     END-IF.
008190     ADD 1 TO W-NB-ADHERENTS-ACTIFS.
008200     MOVE W-LI-LIGNE (1) TO W-PO-ADHERENT.
008210     MOVE W-AD-SOLDE TO W-OA-SOLDE.
008220     MOVE W-AD-NB-FACTURES TO W-OA-NB-FACTURES.
008230     MOVE W-PO-ADHERENT TO W-LI-LIGNE (1).
008240     IF MODE-COMPLET
008250        MOVE 'C' TO W-ACTION
008260     ELSE
008270        PERFORM 5200-COMPARER-PRECEDENT THRU 5200-EXIT
008280     END-IF.
008290     PERFORM 5300-ECRIRE-IMAGE THRU 5300-EXIT
008300        VARYING W-IX FROM 1 BY 1
008310        UNTIL W-IX > W-NB-LIGNES.
008320     EVALUATE W-ACTION
008330        WHEN 'C'
008340           ADD 1 TO W-NB-CREES
008350        WHEN 'M'
008360           ADD 1 TO W-NB-MODIFIES
008370        WHEN OTHER
008380           ADD 1 TO W-NB-INCHANGES
008390           GO TO 5100-EXIT
008400     END-EVALUATE.
008410     ADD 1 TO W-NB-ADH-EMIS.
008420     ADD W-AD-SOLDE TO W-SOLDE-EMIS.
008430     MOVE W-LI-LIGNE (1) TO W-PO-ADHERENT.
008440     MOVE W-ACTION TO W-OA-ACTION.
008450     MOVE W-PO-ADHERENT TO PORTAIL-LIGNE.
008460     WRITE PORTAIL-LIGNE.
008470     ADD 1 TO W-NB-LIGNES-EMISES.
008480     PERFORM 5310-ECRIRE-FLUX THRU 5310-EXIT
008490        VARYING W-IX FROM 2 BY 1
008500        UNTIL W-IX > W-NB-LIGNES.
008510 5100-EXIT.
008520     EXIT.
008530*****************************************************************
008540*    5200-COMPARER-PRECEDENT - LES ADHERENTS DE PORT-PREC QUI
008550*    PRECEDENT L'ADHERENT COURANT NE SONT PLUS ACTIFS. ADHERENT
008560*    ABSENT DE PORT-PREC : 'C' ; IMAGE DIFFERENTE LIGNE A LIGNE
008570*    OU EN NOMBRE DE LIGNES : 'M' ; SINON INCHANGE.
008580*****************************************************************
008590 5200-COMPARER-PRECEDENT.
008600     PERFORM 5400-SUPPRIMER-ANCIEN THRU 5400-EXIT
008610        UNTIL FIN-PREC
008620        OR W-PREC-COADHF NOT < W-COADHF-COURANT.
008630     IF FIN-PREC
008640        OR W-PREC-COADHF NOT = W-COADHF-COURANT
008650        MOVE 'C' TO W-ACTION
008660        GO TO 5200-EXIT
008670     END-IF.
008680     MOVE SPACE TO W-ACTION.
008690     MOVE ZERO TO W-NB-PREC.
008700     PERFORM 5210-COMPARER-LIGNE THRU 5210-EXIT
008710        UNTIL FIN-PREC
008720        OR W-PREC-COADHF NOT = W-COADHF-COURANT.
008730     IF W-NB-PREC NOT = W-NB-LIGNES
008740        MOVE 'M' TO W-ACTION
008750     END-IF.
008760 5200-EXIT.
008770     EXIT.
008780 5210-COMPARER-LIGNE.
008790     ADD 1 TO W-NB-PREC.
008800     IF W-NB-PREC > W-NB-LIGNES
008810        MOVE 'M' TO W-ACTION
008820     ELSE
008830        IF W-PREC-LIGNE NOT = W-LI-LIGNE (W-NB-PREC)
008840           MOVE 'M' TO W-ACTION
008850        END-IF
008860     END-IF.
008870     PERFORM 1100-LIRE-PRECEDENT THRU 1100-EXIT.
008880 5210-EXIT.
008890     EXIT.
008900 5300-ECRIRE-IMAGE.
008910     MOVE W-LI-LIGNE (W-IX) TO PORT-NV-LIGNE.
008920     WRITE PORT-NV-LIGNE.
008930     ADD 1 TO W-NB-LIGNES-IMAGE.
008940 5300-EXIT.
008950     EXIT.
008960 5310-ECRIRE-FLUX.
008970     MOVE W-LI-LIGNE (W-IX) TO PORTAIL-LIGNE.
008980     WRITE PORTAIL-LIGNE.
008990     ADD 1 TO W-NB-LIGNES-EMISES.
009000 5310-EXIT.
009010     EXIT.
009020*****************************************************************
009030*    5400-SUPPRIMER-ANCIEN - ADHERENT DE PORT-PREC DEVENU
009040*    INACTIF : UN '10' EN ACTION 'S', SOLDE A ZERO ; SES LIGNES
009050*    SONT SAUTEES.
009060*****************************************************************
009070 5400-SUPPRIMER-ANCIEN.
009080     MOVE W-PREC-COADHF TO W-ANCIEN-COADHF.
009090     MOVE SPACES TO W-PO-ADHERENT.
009100     MOVE '10' TO W-OA-TYPE.
009110     MOVE W-ANCIEN-COADHF TO W-OA-COADHF.
009120     MOVE 'S' TO W-OA-ACTION.
009130     MOVE ZERO TO W-OA-SOLDE.
009140     MOVE ZERO TO W-OA-NB-FACTURES.
009150     MOVE W-PO-ADHERENT TO PORTAIL-LIGNE.
009160     WRITE PORTAIL-LIGNE.
009170     ADD 1 TO W-NB-LIGNES-EMISES.
009180     ADD 1 TO W-NB-ADH-EMIS.
009190     ADD 1 TO W-NB-SUPPRIMES.
009200     PERFORM 1100-LIRE-PRECEDENT THRU 1100-EXIT
009210        UNTIL FIN-PREC
009220        OR W-PREC-COADHF NOT = W-ANCIEN-COADHF.
009230 5400-EXIT.
009240     EXIT.
009250*****************************************************************
009260*    7000-EDITER-BILAN - COMPTE RENDU DU PASSAGE.
009270*****************************************************************
009280 7000-EDITER-BILAN SECTION.
009290 7000-DEBUT.
009300     MOVE SPACES TO W-LIGNE-TRAVAIL.
009310     STRING 'HZPA0001 - FLUX PORTAIL ADHERENT DU '
009320         DELIMITED BY SIZE
009330         W-DATE-JOUR-CCYYMMDD DELIMITED BY SIZE
009340         INTO W-LIGNE-TRAVAIL
009350     END-STRING.
009360     IF MODE-COMPLET
009370        MOVE '- FICHIER COMPLET' TO W-LIGNE-TRAVAIL (46:)
009380     ELSE
009390        MOVE '- DELTA' TO W-LIGNE-TRAVAIL (46:)
009400     END-IF.
009410     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
009420     MOVE W-NB-ADHERENTS-ACTIFS TO W-NB-EDIT.
009430     MOVE 'ADHERENTS ACTIFS            :' TO W-LIGNE-TRAVAIL.
009440     MOVE W-NB-EDIT TO W-LIGNE-TRAVAIL (31:).
009450     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
009460     MOVE W-NB-CREES TO W-NB-EDIT.
009470     MOVE 'ADHERENTS EMIS EN CREATION  :' TO W-LIGNE-TRAVAIL.
009480     MOVE W-NB-EDIT TO W-LIGNE-TRAVAIL (31:).
009490     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
009500     MOVE W-NB-MODIFIES TO W-NB-EDIT.
009510     MOVE 'ADHERENTS EMIS MODIFIES     :' TO W-LIGNE-TRAVAIL.
009520     MOVE W-NB-EDIT TO W-LIGNE-TRAVAIL (31:).
009530     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
009540     MOVE W-NB-SUPPRIMES TO W-NB-EDIT.
009550     MOVE 'ADHERENTS EMIS SUPPRIMES    :' TO W-LIGNE-TRAVAIL.
009560     MOVE W-NB-EDIT TO W-LIGNE-TRAVAIL (31:).
009570     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
009580     MOVE W-NB-INCHANGES TO W-NB-EDIT.
009590     MOVE 'ADHERENTS INCHANGES         :' TO W-LIGNE-TRAVAIL.
009600     MOVE W-NB-EDIT TO W-LIGNE-TRAVAIL (31:).
009610     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
009620     MOVE W-NB-LIGNES-EMISES TO W-NB-EDIT.
009630     MOVE 'LIGNES DE DETAIL EMISES     :' TO W-LIGNE-TRAVAIL.
009640     MOVE W-NB-EDIT TO W-LIGNE-TRAVAIL (31:).
009650     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
009660     MOVE W-SOLDE-EMIS TO W-MT-EDIT.
009670     MOVE 'SOLDE TOTAL EMIS            :' TO W-LIGNE-TRAVAIL.
009680     MOVE W-MT-EDIT TO W-LIGNE-TRAVAIL (31:).
009690     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
009700     MOVE W-NB-LIGNES-IMAGE TO W-NB-EDIT.
009710     MOVE 'LIGNES DE L''IMAGE PORT-NV   :' TO W-LIGNE-TRAVAIL.
009720     MOVE W-NB-EDIT TO W-LIGNE-TRAVAIL (31:).
009730     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
009740     IF W-NB-LIGNES-PERDUES > ZERO
009750        MOVE W-NB-LIGNES-PERDUES TO W-NB-EDIT
009760        MOVE 'LIGNES PERDUES (> 500/ADH.) :' TO W-LIGNE-TRAVAIL
009770        MOVE W-NB-EDIT TO W-LIGNE-TRAVAIL (31:)
009780        PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT
009790     END-IF.
009800 7000-EXIT.
009810     EXIT.
009820 7900-ECRIRE-LIGNE.
009830     MOVE W-LIGNE-TRAVAIL TO PA-RPRT-LIGNE.
009840     WRITE PA-RPRT-LIGNE.
009850 7900-EXIT.
009860     EXIT.
009870*****************************************************************
009880*    8000-TERMINE - CODE CONDITION : 8 SANS FLUX, 4 SI UNE SOURCE
009890*    MANQUE OU SI DES LIGNES ONT ETE PERDUES.
009900*****************************************************************
009910 8000-TERMINE SECTION.
009920 8000-DEBUT.
009930     IF ARRET-TRAITEMENT
009940        MOVE 'HZPA0001 - ADH-REF OU OUV-ITEMS INDISPONIBLE - '
009950           TO PA-RPRT-LIGNE
009960        MOVE 'AUCUN FLUX PORTAIL' TO PA-RPRT-LIGNE (49:)
009970        WRITE PA-RPRT-LIGNE
009980        CLOSE PA-RPRT
009990        MOVE 8 TO RETURN-CODE
010000        GO TO 8000-EXIT
010010     END-IF.
010020     IF PREC-OUVERT
010030        CLOSE PORT-PREC
010040     END-IF.
010050     CLOSE PORTAIL PORT-NV PA-RPRT.
010060     MOVE W-NB-ADHERENTS-ACTIFS TO W-NB-EDIT.
010070     DISPLAY 'HZPA0001 - ADHERENTS ACTIFS : ' W-NB-EDIT.
010080     MOVE W-NB-ADH-EMIS TO W-NB-EDIT.
010090     DISPLAY 'HZPA0001 - ADHERENTS EMIS   : ' W-NB-EDIT
010100         ' (MODE ' W-MODE ')'.
010110     IF W-NB-LIGNES-PERDUES > ZERO
010120        DISPLAY 'HZPA0001 - LIGNES PERDUES AU-DELA DE 500 PAR '
010130            'ADHERENT'
010140     END-IF.
010150     IF RETURN-CODE < 4
010160        AND (W-NB-SOURCES-ABSENTES > ZERO
010170        OR W-NB-LIGNES-PERDUES > ZERO)
010180        MOVE 4 TO RETURN-CODE
010190     END-IF.
010200 8000-EXIT.
010210     EXIT.
