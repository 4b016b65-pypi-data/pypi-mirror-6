000120     POUR REMISE DIRECTE A LA BANQUE. LES ADHERENTS SANS MANDAT
000130     ACTIF (ABSENT, SUSPENDU OU REVOQUE) PARTENT SUR LA LISTE
000140     D'EXCEPTION PV-EXC : PLUS DE RESAISIE DES MONTANTS DANS
000143     L'OUTIL D'UN AUTRE SERVICE. LES CHANGEMENTS DE MANDAT SAISIS
000146     EN LIGNE (MDENLIG, HZMA0001) SONT REPORTES SUR LA TABLE DES
000149     MANDATS AVANT LE PRELEVEMENT : CEUX QUE HZMD0001 N'A PAS
000152     ENCORE REPORTES SUR MANDATS (POINT MDPOINT) ET SAISIS AVANT
000155     L'HEURE LIMITE KT-HEURE-LIMITE DU JOUR.
000160*****************************************************************
000170*    HISTORIQUE DES MODIFICATIONS
000180*    --------------------------------------------------------
000190*    DATE       AUTEUR  DESCRIPTION
000191*    --------   ------  -------------------------------------
000192*    02/09/2026 EBA     CREATION.
000193*    15/10/2026 EBA     POSTES PASSES EN PERTE ('I') EXCLUS DES
000194*                       PRELEVEMENTS.
000195*    15/10/2026 EBA     FACTURES EN LITIGE (REGISTRE LIT-REG
000196*                       TENU PAR HZLT0001) : PAS DE
000197*                       PRELEVEMENT TANT QUE LE LITIGE EST
000198*                       OUVERT, EXCEPTION SUR PV-EXC.
000199*    15/10/2026 EBA     POINT DE REPRISE PV-CHKPT TOUS LES
000200*                       KT-CHECKPOINT-INTERVAL POSTES LUS.
000201*                       APRES UN ABEND, LA RELANCE REPART DU
000202*                       DERNIER POSTE VALIDE, SANS DOUBLON NI
000203*                       TROU SUR PRELEV ET PV-EXC. RAPPORT DE
000204*                       REPRISE SUR PV-REPRISE.
000205*    15/10/2026 EBA     CHANGEMENTS DE MANDAT SAISIS EN LIGNE
000206*                       (MDENLIG, HZMA0001) REPORTES SUR LA
000207*                       TABLE AVANT PRELEVEMENT.
000208*    15/10/2026 EBA     CHANGEMENTS EN LIGNE LIMITES A CEUX
000209*                       POSTERIEURS AU POINT MDPOINT DE
000210*                       HZMD0001 ; HEURE LIMITE DE PRISE EN
000211*                       COMPTE KT-HEURE-LIMITE, CHANGEMENTS
000212*                       ULTERIEURS DIFFERES ET DENOMBRES.
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000390         FILE STATUS W-PRELEV-STATUS.
000400     SELECT PV-EXC ASSIGN TO PVEXC
000410         ORGANIZATION SEQUENTIAL
000411         FILE STATUS W-PV-EXC-STATUS.
000412     SELECT LIT-REG ASSIGN TO LITREG
000413         ORGANIZATION SEQUENTIAL
000414         FILE STATUS W-LIT-REG-STATUS.
000415     SELECT PV-CHKPT ASSIGN TO PVCHKPT
000416         ORGANIZATION SEQUENTIAL
000417         FILE STATUS W-PV-CHKPT-STATUS.
000418     SELECT PV-REPRISE ASSIGN TO PVREPRIS
000419         ORGANIZATION SEQUENTIAL
000420         FILE STATUS W-PV-REPRISE-STATUS.
000421     SELECT MD-ENLIGNE ASSIGN TO MDENLIG
000422         ORGANIZATION SEQUENTIAL
000423         FILE STATUS W-MD-ENLIGNE-STATUS.
000424     SELECT MD-POINT ASSIGN TO MDPOINT
000425         ORGANIZATION SEQUENTIAL
000426         FILE STATUS W-MD-POINT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  OUV-ITEMS
000780 01  PRELEV-ENREG                PIC X(80).
000790 FD  PV-EXC
000800     LABEL RECORD STANDARD
000801     DATA RECORD PV-EXC-LIGNE.
000802 01  PV-EXC-LIGNE.
000803     05  PX-COADHF               PIC X(09).
000804     05  PX-NUMERO-FACTURE       PIC 9(08).
000805     05  PX-MONTANT              PIC S9(11)V99
000806                                 SIGN LEADING SEPARATE.
000807     05  PX-MOTIF                PIC X(40).
000808*****************************************************************
000809*    LIT-REG - REGISTRE DES LITIGES OUVERTS TENU PAR HZLT0001,
000810*    MEME DESSIN : UNE FACTURE INSCRITE EST ECARTEE DES
000811*    PRELEVEMENTS.
000812*****************************************************************
000813 FD  LIT-REG
000814     LABEL RECORD STANDARD
000815     DATA RECORD LIT-REG-LIGNE.
000816 01  LIT-REG-LIGNE.
000817     05  LR-NUMERO-FACTURE       PIC 9(08).
000818     05  LR-COADHF               PIC X(09).
000819     05  LR-COETBL               PIC X(05).
000820     05  LR-DATE-OUVERTURE       PIC 9(08).
000821     05  LR-MOTIF                PIC X(30).
000822     05  LR-MONTANT-TTC          PIC S9(11)V99
000823                                 SIGN LEADING SEPARATE.
000824     05  LR-RESTE-DU             PIC S9(11)V99
000825                                 SIGN LEADING SEPARATE.
000826*****************************************************************
000827*    PV-CHKPT - POINT DE REPRISE DES PRELEVEMENTS : UN SEUL
000828*    ENREGISTREMENT, ETAT 'E' EN COURS OU 'T' TERMINE. POSTES
000829*    OUV-ITEMS TRAITES, CUMULS ET ENREGISTREMENTS VALIDES SUR
000830*    PRELEV ET PV-EXC.
000831*****************************************************************
000832 FD  PV-CHKPT
000833     LABEL RECORD STANDARD
000834     DATA RECORD PV-CHKPT-LIGNE.
000835 01  PV-CHKPT-LIGNE.
000836     05  CK-ETAT                 PIC X(01).
000837         88  CK-EN-COURS         VALUE 'E'.
000838     05  CK-DATE-ECHEANCE        PIC 9(08).
000839     05  CK-DATE-POINT           PIC 9(08).
000840     05  CK-HEURE-POINT          PIC 9(08).
000841     05  CK-NB-TRAITES           PIC 9(07).
000842     05  CK-NB-ORDRES            PIC 9(07).
000843     05  CK-TOTAL-ORDRES         PIC S9(13)V99
000844                                 SIGN LEADING SEPARATE.
000845     05  CK-NB-EXCEPTIONS        PIC 9(05).
000846     05  CK-NB-EN-LITIGE         PIC 9(05).
000847     05  CK-PRELEV-ECRITS        PIC 9(07).
000848     05  CK-PV-EXC-ECRITS        PIC 9(07).
000849*****************************************************************
000850*    PV-REPRISE - RAPPORT DE REPRISE A L'OPERATEUR, ECRIT AU
000851*    DEMARRAGE D'UNE RELANCE SEULEMENT.
000852*****************************************************************
000853 FD  PV-REPRISE
000854     LABEL RECORD STANDARD
000855     DATA RECORD PV-REPRISE-LIGNE.
000856 01  PV-REPRISE-LIGNE            PIC X(132).
000857*****************************************************************
000858*    MD-ENLIGNE - CHANGEMENTS DE MANDAT SAISIS EN LIGNE PAR
000859*    HZMA0001 (ESDS MDENLIG, DESSIN MDENLC).
000860*****************************************************************
000861 FD  MD-ENLIGNE
000862     LABEL RECORD STANDARD
000863     DATA RECORD MD-ENLIGNE-ENREG.
000864 COPY MDENLC.
000865*****************************************************************
000866*    MD-POINT - POINT DE REPORT DE MDENLIG TENU PAR HZMD0001
000867*    (DESSIN MDPOINTC), EN LECTURE SEULE.
000868*****************************************************************
000869 FD  MD-POINT
000870     LABEL RECORD STANDARD
000871     DATA RECORD MD-POINT-ENREG.
000872 COPY MDPOINTC.
000880 WORKING-STORAGE SECTION.
000890 01  W-OUV-ITEMS-STATUS          PIC XX.
000900     88  OUV-ITEMS-OK            VALUE '00'.
001090         10  W-MD-REF-COMPTE     PIC X(34).
001100         10  W-MD-STATUT         PIC X(01).
001110 01  W-MANDAT-ACTIF-SW           PIC X VALUE 'N'.
001111     88  MANDAT-ACTIF            VALUE 'O'.
001112 01  W-REF-COMPTE-COURANTE       PIC X(34) VALUE SPACES.
001113 01  W-MD-ENLIGNE-STATUS         PIC XX.
001114     88  MD-ENLIGNE-OK           VALUE '00'.
001115 01  W-FIN-ENLIGNE               PIC X VALUE 'N'.
001116     88  FIN-ENLIGNE             VALUE 'O'.
001117 01  W-NB-ENLIGNE                PIC 9(05) COMP VALUE ZERO.
001118 01  W-MD-POINT-STATUS           PIC XX.
001119     88  MD-POINT-OK             VALUE '00'.
001120*****************************************************************
001121*    CHANGEMENTS EN LIGNE PRIS EN COMPTE : HORODATE POSTERIEURE AU
001122*    POINT MDPOINT (DEJA SUR MANDATS SINON) ET NON POSTERIEURE A
001123*    LA DATE DU JOUR A L'HEURE LIMITE KT-HEURE-LIMITE (HHMMSSCC) ;
001124*    LES CHANGEMENTS SAISIS APRES SONT DIFFERES AU PASSAGE
001125*    SUIVANT.
001126*****************************************************************
001127 01  KT-HEURE-LIMITE             PIC 9(08) VALUE 18000000.
001128 01  W-POINT-HORODATE            PIC X(16) VALUE ZERO.
001129 01  W-HORODATE-LIMITE.
001130     05  W-HL-DATE               PIC 9(08) VALUE ZERO.
001131     05  W-HL-HEURE              PIC 9(08) VALUE ZERO.
001132 01  W-NB-ENLIGNE-DEJA           PIC 9(05) COMP VALUE ZERO.
001133 01  W-NB-ENLIGNE-DIFFERES       PIC 9(05) COMP VALUE ZERO.
001140*****************************************************************
001150*    GABARITS DES ENREGISTREMENTS PRELEV.
001160*****************************************************************
001340     05  FILLER                  PIC X(55) VALUE SPACES.
001350 01  W-RESTE-DU                  PIC S9(11)V99 COMP-3 VALUE 0.
001360 01  W-DATE-ECHEANCE             PIC 9(08) VALUE ZERO.
001361 01  W-NB-ORDRES                 PIC 9(07) COMP VALUE ZERO.
001362 01  W-TOTAL-ORDRES              PIC S9(13)V99 COMP-3 VALUE 0.
001363 01  W-NB-EXCEPTIONS             PIC 9(05) COMP VALUE ZERO.
001364 01  W-NB-EDIT                   PIC Z(06)9.
001365 01  W-MT-EDIT                   PIC -(12)9,99.
001366*****************************************************************
001367*    FACTURES EN LITIGE (1000 AU PLUS).
001368*****************************************************************
001369 01  W-LIT-REG-STATUS            PIC XX.
001370     88  LIT-REG-OK              VALUE '00'.
001371     88  LIT-REG-FIN             VALUE '10'.
001372 01  W-FIN-LITIGES               PIC X VALUE 'N'.
001373     88  FIN-LITIGES             VALUE 'O'.
001374 01  W-NB-LITIGES                PIC 9(04) COMP VALUE ZERO.
001375 01  W-TAB-LITIGES.
001376     05  W-LI-FACTURE OCCURS 1000 TIMES
001377             INDEXED BY W-IDX-LI PIC 9(08).
001378 01  W-EN-LITIGE-SW              PIC X VALUE 'N'.
001379     88  EN-LITIGE               VALUE 'O'.
001380 01  W-NB-EN-LITIGE              PIC 9(05) COMP VALUE ZERO.
001381*****************************************************************
001382*    POINT DE REPRISE : PRIS TOUS LES KT-CHECKPOINT-INTERVAL
001383*    POSTES LUS (7600). EN RELANCE, LES POSTES DEJA TRAITES SONT
001384*    RELUS SANS TRAITEMENT ET LES ENREGISTREMENTS DEJA PRESENTS
001385*    SUR PRELEV ET PV-EXC AU-DELA DU POINT (W-SAUT-xxx) SONT
001386*    RECONNUS ET NE SONT PAS REECRITS.
001387*****************************************************************
001388 01  KT-CHECKPOINT-INTERVAL      PIC 9(05) COMP VALUE 500.
001389 01  W-PV-CHKPT-STATUS           PIC XX.
001390     88  PV-CHKPT-OK             VALUE '00'.
001391 01  W-PV-REPRISE-STATUS         PIC XX.
001392 01  W-REPRISE-SW                PIC X VALUE 'N'.
001393     88  EN-REPRISE              VALUE 'O'.
001394 01  W-REPRISE-REFUSEE-SW        PIC X VALUE 'N'.
001395     88  REPRISE-REFUSEE         VALUE 'O'.
001396 01  W-ECRITURE-SW               PIC X VALUE 'O'.
001397     88  ECRITURE-A-FAIRE        VALUE 'O'.
001398 01  W-FIN-COMPTAGE              PIC X VALUE 'N'.
001399     88  FIN-COMPTAGE            VALUE 'O'.
001400 01  W-NB-TRAITES                PIC 9(07) COMP VALUE ZERO.
001401 01  W-NB-DEPUIS-POINT           PIC 9(05) COMP VALUE ZERO.
001402 01  W-NB-A-SAUTER               PIC 9(07) COMP VALUE ZERO.
001403 01  W-REPRISE-DATE-POINT        PIC 9(08) VALUE ZERO.
001404 01  W-REPRISE-HEURE-POINT       PIC 9(08) VALUE ZERO.
001405 01  W-PRELEV-ECRITS             PIC 9(07) COMP VALUE ZERO.
001406 01  W-PRELEV-VALIDES            PIC 9(07) COMP VALUE ZERO.
001407 01  W-PRELEV-PRESENTS           PIC 9(07) COMP VALUE ZERO.
001408 01  W-SAUT-PRELEV               PIC 9(07) COMP VALUE ZERO.
001409 01  W-PV-EXC-ECRITS             PIC 9(07) COMP VALUE ZERO.
001410 01  W-PV-EXC-VALIDES            PIC 9(07) COMP VALUE ZERO.
001411 01  W-PV-EXC-PRESENTS           PIC 9(07) COMP VALUE ZERO.
001412 01  W-SAUT-PV-EXC               PIC 9(07) COMP VALUE ZERO.
001413 01  W-NB-EDIT-2                 PIC Z(06)9.
001414 01  W-NB-EDIT-3                 PIC Z(06)9.
001415 01  W-LIGNE-TRAVAIL             PIC X(132).
001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALISE THRU 1000-EXIT.
001442     IF REPRISE-REFUSEE
001444        GOBACK
001446     END-IF.
001450     PERFORM 1500-CHARGER-MANDATS THRU 1500-EXIT.
001453     PERFORM 1600-REPORTER-ENLIGNE THRU 1600-EXIT.
001456     PERFORM 1800-CHARGER-LITIGES THRU 1800-EXIT.
001460     PERFORM 3000-TRAITER-POSTE THRU 3000-EXIT
001470        UNTIL FIN-OUV.
001480     PERFORM 7000-ECRIRE-PIED THRU 7000-EXIT.
001485     PERFORM 7700-CLORE-REPRISE THRU 7700-EXIT.
001490     PERFORM 8000-TERMINE THRU 8000-EXIT.
001491     GOBACK.
001492 1000-INITIALISE.
001493     ACCEPT W-DATE-ECHEANCE FROM DATE YYYYMMDD.
001494     PERFORM 1050-RESTAURER-REPRISE THRU 1050-EXIT.
001495     IF REPRISE-REFUSEE
001496        GO TO 1000-EXIT
001497     END-IF.
001498     OPEN INPUT OUV-ITEMS.
001499     IF EN-REPRISE
001500        OPEN EXTEND PRELEV PV-EXC
001501     ELSE
001502        OPEN OUTPUT PRELEV PV-EXC
001503     END-IF.
001504     IF NOT OUV-ITEMS-OK
001505        DISPLAY 'HZPV0001 - OUV-ITEMS INDISPONIBLE - STATUT '
001506            W-OUV-ITEMS-STATUS
001507        MOVE 'O' TO W-FIN-OUV
001508        MOVE 8 TO RETURN-CODE
001509        GO TO 1000-EXIT
001510     END-IF.
001511     IF NOT EN-REPRISE
001512        MOVE W-DATE-ECHEANCE TO W-PE-DATE-ECHEANCE
001513        MOVE W-PV-ENTETE TO PRELEV-ENREG
001514        PERFORM 6500-ECRIRE-PRELEV THRU 6500-EXIT
001515     END-IF.
001516     READ OUV-ITEMS
001517        AT END MOVE 'O' TO W-FIN-OUV.
001518     IF EN-REPRISE
001519        PERFORM 1100-SAUTER-POSTES THRU 1100-EXIT
001520     END-IF.
001521 1000-EXIT.
001522     EXIT.
001523*****************************************************************
001524*    1050-RESTAURER-REPRISE - POINT DE REPRISE LAISSE EN ETAT
001525*    'E' PAR UN PASSAGE INTERROMPU : DATE D'ECHEANCE, CUMULS ET
001526*    NOMBRE DE POSTES TRAITES SONT RESTAURES, PUIS LES
001527*    ENREGISTREMENTS PRESENTS SUR PRELEV ET PV-EXC SONT COMPTES.
001528*    UN FICHIER PLUS COURT QUE LE POINT INTERDIT LA REPRISE
001529*    (CODE 8). FICHIER ABSENT OU ETAT 'T' : DEMARRAGE NORMAL.
001530*****************************************************************
001531 1050-RESTAURER-REPRISE.
001532     OPEN INPUT PV-CHKPT.
001533     IF NOT PV-CHKPT-OK
001534        GO TO 1050-EXIT
001535     END-IF.
001536     READ PV-CHKPT
001537        AT END MOVE 'T' TO CK-ETAT
001538     END-READ.
001539     CLOSE PV-CHKPT.
001540     IF NOT CK-EN-COURS
001541        GO TO 1050-EXIT
001542     END-IF.
001543     MOVE 'O' TO W-REPRISE-SW.
001544     MOVE CK-DATE-ECHEANCE TO W-DATE-ECHEANCE.
001545     MOVE CK-DATE-POINT TO W-REPRISE-DATE-POINT.
001546     MOVE CK-HEURE-POINT TO W-REPRISE-HEURE-POINT.
001547     MOVE CK-NB-TRAITES TO W-NB-TRAITES.
001548     MOVE CK-NB-ORDRES TO W-NB-ORDRES.
001549     MOVE CK-TOTAL-ORDRES TO W-TOTAL-ORDRES.
001550     MOVE CK-NB-EXCEPTIONS TO W-NB-EXCEPTIONS.
001551     MOVE CK-NB-EN-LITIGE TO W-NB-EN-LITIGE.
001552     MOVE CK-PRELEV-ECRITS TO W-PRELEV-VALIDES W-PRELEV-ECRITS.
001553     MOVE CK-PV-EXC-ECRITS TO W-PV-EXC-VALIDES W-PV-EXC-ECRITS.
001554     OPEN INPUT PRELEV.
001555     IF W-PRELEV-STATUS = '00'
001556        MOVE 'N' TO W-FIN-COMPTAGE
001557        PERFORM UNTIL FIN-COMPTAGE
001558           READ PRELEV
001559              AT END SET FIN-COMPTAGE TO TRUE
001560              NOT AT END ADD 1 TO W-PRELEV-PRESENTS
001561           END-READ
001562        END-PERFORM
001563        CLOSE PRELEV
001564     END-IF.
001565     OPEN INPUT PV-EXC.
001566     IF W-PV-EXC-STATUS = '00'
001567        MOVE 'N' TO W-FIN-COMPTAGE
001568        PERFORM UNTIL FIN-COMPTAGE
001569           READ PV-EXC
001570              AT END SET FIN-COMPTAGE TO TRUE
001571              NOT AT END ADD 1 TO W-PV-EXC-PRESENTS
001572           END-READ
001573        END-PERFORM
001574        CLOSE PV-EXC
001575     END-IF.
001576     IF W-PRELEV-PRESENTS < W-PRELEV-VALIDES
001577        OR W-PV-EXC-PRESENTS < W-PV-EXC-VALIDES
001578        DISPLAY 'HZPV0001 - REPRISE REFUSEE : PRELEV OU PV-EXC '
001579            'PLUS COURT QUE LE POINT DE REPRISE'
001580        MOVE 'O' TO W-REPRISE-REFUSEE-SW
001581        MOVE 8 TO RETURN-CODE
001582     ELSE
001583        COMPUTE W-SAUT-PRELEV =
001584           W-PRELEV-PRESENTS - W-PRELEV-VALIDES
001585        COMPUTE W-SAUT-PV-EXC =
001586           W-PV-EXC-PRESENTS - W-PV-EXC-VALIDES
001587     END-IF.
001588     PERFORM 1080-RAPPORTER-REPRISE THRU 1080-EXIT.
001589 1050-EXIT.
001590     EXIT.
001591*****************************************************************
001592*    1080-RAPPORTER-REPRISE - RAPPORT A L'OPERATEUR : POINT DE
001593*    REPRISE RETENU, POSTES DEJA TRAITES, ENREGISTREMENTS VALIDES
001594*    AU POINT, PRESENTS ET RECONNUS SANS REECRITURE.
001595*****************************************************************
001596 1080-RAPPORTER-REPRISE.
001597     OPEN OUTPUT PV-REPRISE.
001598     MOVE W-NB-TRAITES TO W-NB-EDIT.
001599     MOVE SPACES TO W-LIGNE-TRAVAIL.
001600     STRING 'HZPV0001 - REPRISE DE L''ECHEANCE DU '
001601         DELIMITED BY SIZE
001602         W-DATE-ECHEANCE DELIMITED BY SIZE
001603         ' AU POINT DU ' DELIMITED BY SIZE
001604         W-REPRISE-DATE-POINT DELIMITED BY SIZE
001605         ' ' DELIMITED BY SIZE
001606         W-REPRISE-HEURE-POINT DELIMITED BY SIZE
001607         ' - POSTES TRAITES : ' DELIMITED BY SIZE
001608         W-NB-EDIT DELIMITED BY SIZE
001609         INTO W-LIGNE-TRAVAIL
001610     END-STRING.
001611     WRITE PV-REPRISE-LIGNE FROM W-LIGNE-TRAVAIL.
001612     MOVE W-PRELEV-VALIDES TO W-NB-EDIT.
001613     MOVE W-PRELEV-PRESENTS TO W-NB-EDIT-2.
001614     MOVE W-SAUT-PRELEV TO W-NB-EDIT-3.
001615     MOVE SPACES TO W-LIGNE-TRAVAIL.
001616     STRING '  PRELEV     VALIDES ' DELIMITED BY SIZE
001617         W-NB-EDIT DELIMITED BY SIZE
001618         ' PRESENTS ' DELIMITED BY SIZE
001619         W-NB-EDIT-2 DELIMITED BY SIZE
001620         ' RECONNUS SANS REECRITURE ' DELIMITED BY SIZE
001621         W-NB-EDIT-3 DELIMITED BY SIZE
001622         INTO W-LIGNE-TRAVAIL
001623     END-STRING.
001624     WRITE PV-REPRISE-LIGNE FROM W-LIGNE-TRAVAIL.
001625     MOVE W-PV-EXC-VALIDES TO W-NB-EDIT.
001626     MOVE W-PV-EXC-PRESENTS TO W-NB-EDIT-2.
001627     MOVE W-SAUT-PV-EXC TO W-NB-EDIT-3.
001628     MOVE SPACES TO W-LIGNE-TRAVAIL.
001629     STRING '  PV-EXC     VALIDES ' DELIMITED BY SIZE
001630         W-NB-EDIT DELIMITED BY SIZE
001631         ' PRESENTS ' DELIMITED BY SIZE
001632         W-NB-EDIT-2 DELIMITED BY SIZE
001633         ' RECONNUS SANS REECRITURE ' DELIMITED BY SIZE
001634         W-NB-EDIT-3 DELIMITED BY SIZE
001635         INTO W-LIGNE-TRAVAIL
001636     END-STRING.
001637     WRITE PV-REPRISE-LIGNE FROM W-LIGNE-TRAVAIL.
001638     MOVE SPACES TO W-LIGNE-TRAVAIL.
001639     IF REPRISE-REFUSEE
001640        MOVE 'REPRISE REFUSEE - FICHIERS A RESTAURER'
001641           TO W-LIGNE-TRAVAIL
001642     ELSE
001643        COMPUTE W-NB-A-SAUTER = W-NB-TRAITES + 1
001644        MOVE W-NB-A-SAUTER TO W-NB-EDIT
001645        STRING 'REPRISE AU POSTE OUV-ITEMS ' DELIMITED BY SIZE
001646            W-NB-EDIT DELIMITED BY SIZE
001647            INTO W-LIGNE-TRAVAIL
001648        END-STRING
001649     END-IF.
001650     WRITE PV-REPRISE-LIGNE FROM W-LIGNE-TRAVAIL.
001651     CLOSE PV-REPRISE.
001652     MOVE W-NB-TRAITES TO W-NB-EDIT.
001653     DISPLAY 'HZPV0001 - REPRISE APRES ' W-NB-EDIT
001654         ' POSTES - VOIR PV-REPRISE'.
001655 1080-EXIT.
001656     EXIT.
001657*****************************************************************
001658*    1100-SAUTER-POSTES - RELECTURE SANS TRAITEMENT DES POSTES
001659*    DEJA TRAITES AU POINT DE REPRISE. OUV-ITEMS PLUS COURT : CE
001660*    N'EST PAS LE FICHIER DU PASSAGE INTERROMPU (CODE 8).
001661*****************************************************************
001662 1100-SAUTER-POSTES.
001663     MOVE W-NB-TRAITES TO W-NB-A-SAUTER.
001664     PERFORM 1110-LIRE-POSTE THRU 1110-EXIT
001665        UNTIL W-NB-A-SAUTER = ZERO OR FIN-OUV.
001666     IF W-NB-A-SAUTER > ZERO
001667        DISPLAY 'HZPV0001 - REPRISE REFUSEE : OUV-ITEMS PLUS '
001668            'COURT QUE LE POINT DE REPRISE'
001669        MOVE 'O' TO W-REPRISE-REFUSEE-SW
001670        MOVE 8 TO RETURN-CODE
001671        CLOSE OUV-ITEMS PRELEV PV-EXC
001672     END-IF.
001673 1100-EXIT.
001674     EXIT.
001675 1110-LIRE-POSTE.
001676     SUBTRACT 1 FROM W-NB-A-SAUTER.
001677     READ OUV-ITEMS
001678        AT END MOVE 'O' TO W-FIN-OUV.
001679 1110-EXIT.
001680     EXIT.
001690 1500-CHARGER-MANDATS.
001700     OPEN INPUT MANDATS.
001860 1510-EMPILER-MANDAT.
001870     IF W-NB-MANDATS < 2000
001880        ADD 1 TO W-NB-MANDATS
001881        MOVE MD-COADHF TO W-MD-COADHF (W-NB-MANDATS)
001882        MOVE MD-REF-COMPTE TO W-MD-REF-COMPTE (W-NB-MANDATS)
001883        MOVE MD-STATUT TO W-MD-STATUT (W-NB-MANDATS)
001884     ELSE
001885        DISPLAY 'HZPV0001 - TABLE DES MANDATS PLEINE (2000) - '
001886            'ENTREE IGNOREE : ' MD-COADHF
001887        MOVE 8 TO RETURN-CODE
001888     END-IF.
001889 1510-EXIT.
001890     EXIT.
001891*****************************************************************
001892*    1600-REPORTER-ENLIGNE - LES CHANGEMENTS SAISIS EN LIGNE
001893*    DEPUIS LE DERNIER PASSAGE DE HZMD0001 : L'IMAGE APRES
001894*    REMPLACE LE MANDAT DE LA TABLE OU S'Y AJOUTE (PREMIERE POSE).
001895*    LES CHANGEMENTS DEJA REPORTES PAR HZMD0001 (POINT MDPOINT)
001896*    SONT PASSES, CEUX SAISIS APRES L'HEURE LIMITE DIFFERES.
001897*    SANS MDENLIG, LA TABLE RESTE CELLE DE MANDATS.
001898*****************************************************************
001899 1600-REPORTER-ENLIGNE.
001900     MOVE W-DATE-ECHEANCE TO W-HL-DATE.
001901     MOVE KT-HEURE-LIMITE TO W-HL-HEURE.
001902     OPEN INPUT MD-POINT.
001903     IF MD-POINT-OK
001904        READ MD-POINT
001905           AT END CONTINUE
001906           NOT AT END MOVE MP-HORODATE TO W-POINT-HORODATE
001907        END-READ
001908        CLOSE MD-POINT
001909     ELSE
001910        DISPLAY 'HZPV0001 - MDPOINT INDISPONIBLE, MDENLIG '
001911            'REPORTE EN TOTALITE - STATUT ' W-MD-POINT-STATUS
001912     END-IF.
001913     OPEN INPUT MD-ENLIGNE.
001914     IF NOT MD-ENLIGNE-OK
001915        DISPLAY 'HZPV0001 - MDENLIG INDISPONIBLE, AUCUN '
001916            'CHANGEMENT EN LIGNE REPORTE - STATUT '
001917            W-MD-ENLIGNE-STATUS
001918        GO TO 1600-EXIT
001919     END-IF.
001920     PERFORM 1610-REPORTER-CHANGEMENT THRU 1610-EXIT
001921        UNTIL FIN-ENLIGNE.
001922     CLOSE MD-ENLIGNE.
001923 1600-EXIT.
001924     EXIT.
001925 1610-REPORTER-CHANGEMENT.
001926     READ MD-ENLIGNE
001927        AT END
001928           MOVE 'O' TO W-FIN-ENLIGNE
001929           GO TO 1610-EXIT
001930     END-READ.
001931     IF ML-HORODATE NOT > W-POINT-HORODATE
001932        ADD 1 TO W-NB-ENLIGNE-DEJA
001933        GO TO 1610-EXIT
001934     END-IF.
001935     IF ML-HORODATE > W-HORODATE-LIMITE
001936        ADD 1 TO W-NB-ENLIGNE-DIFFERES
001937        GO TO 1610-EXIT
001938     END-IF.
001939     IF W-NB-MANDATS > ZERO
001940        SET W-IDX-MD TO 1
001941        SEARCH W-MD-ENTREE
001942           AT END
001943              CONTINUE
001944           WHEN W-IDX-MD > W-NB-MANDATS
001945              CONTINUE
001946           WHEN W-MD-COADHF (W-IDX-MD) = ML-COADHF
001947              MOVE ML-AP-REF-COMPTE TO W-MD-REF-COMPTE (W-IDX-MD)
001948              MOVE ML-AP-STATUT TO W-MD-STATUT (W-IDX-MD)
001949              ADD 1 TO W-NB-ENLIGNE
001950              GO TO 1610-EXIT
001951        END-SEARCH
001952     END-IF.
001953     IF W-NB-MANDATS < 2000
001954        ADD 1 TO W-NB-MANDATS
001955        MOVE ML-COADHF TO W-MD-COADHF (W-NB-MANDATS)
001956        MOVE ML-AP-REF-COMPTE TO W-MD-REF-COMPTE (W-NB-MANDATS)
001957        MOVE ML-AP-STATUT TO W-MD-STATUT (W-NB-MANDATS)
001958        ADD 1 TO W-NB-ENLIGNE
001959     ELSE
001960        DISPLAY 'HZPV0001 - TABLE DES MANDATS PLEINE (2000) - '
001961            'CHANGEMENT EN LIGNE IGNORE : ' ML-COADHF
001962        MOVE 8 TO RETURN-CODE
001963     END-IF.
001964 1610-EXIT.
001965     EXIT.
001966*****************************************************************
001967*    1800-CHARGER-LITIGES - FACTURES DU REGISTRE LIT-REG. FICHIER
001968*    ABSENT : AUCUN LITIGE CONNU, SIGNALE.
001969*****************************************************************
001970 1800-CHARGER-LITIGES.
001971     OPEN INPUT LIT-REG.
001972     IF NOT LIT-REG-OK
001973        DISPLAY 'HZPV0001 - LIT-REG INDISPONIBLE, AUCUN LITIGE '
001974            'CONNU - STATUT ' W-LIT-REG-STATUS
001975        GO TO 1800-EXIT
001976     END-IF.
001977     PERFORM UNTIL FIN-LITIGES
001978        READ LIT-REG
001979           AT END SET FIN-LITIGES TO TRUE
001980           NOT AT END PERFORM 1810-EMPILER-LITIGE THRU 1810-EXIT
001981        END-READ
001982     END-PERFORM.
001983     CLOSE LIT-REG.
001984 1800-EXIT.
001985     EXIT.
001986 1810-EMPILER-LITIGE.
001987     IF W-NB-LITIGES < 1000
001988        ADD 1 TO W-NB-LITIGES
001989        MOVE LR-NUMERO-FACTURE TO W-LI-FACTURE (W-NB-LITIGES)
001990     ELSE
001991        DISPLAY 'HZPV0001 - TABLE DES LITIGES PLEINE (1000) - '
001992            'ENTREE IGNOREE : ' LR-NUMERO-FACTURE
001993        MOVE 8 TO RETURN-CODE
001994     END-IF.
001995 1810-EXIT.
001996     EXIT.
001997*****************************************************************
002000*    3000-TRAITER-POSTE - UN POSTE NON SOLDE : ORDRE DE DEBIT SI
002010*    LE MANDAT DE L'ADHERENT EST ACTIF, EXCEPTION SINON.
002020*****************************************************************
002030 3000-TRAITER-POSTE.
002040     IF OV-STATUT = 'S' OR OV-STATUT = 'I'
002050        GO TO 3000-SUIVANT
002060     END-IF.
002070     COMPUTE W-RESTE-DU =
002080        OV-MONTANT-TTC - OV-MONTANT-REGLE.
002090     IF W-RESTE-DU NOT GREATER ZERO
002091        GO TO 3000-SUIVANT
002092     END-IF.
002093     PERFORM 3050-CHERCHER-LITIGE THRU 3050-EXIT.
002094     IF EN-LITIGE
002095        ADD 1 TO W-NB-EN-LITIGE
002096        PERFORM 5100-EXCEPTION-LITIGE THRU 5100-EXIT
002100        GO TO 3000-SUIVANT
002110     END-IF.
002120     PERFORM 3100-CHERCHER-MANDAT THRU 3100-EXIT.
002160        PERFORM 5000-ECRIRE-EXCEPTION THRU 5000-EXIT
002170     END-IF.
002180 3000-SUIVANT.
002181     ADD 1 TO W-NB-TRAITES.
002182     ADD 1 TO W-NB-DEPUIS-POINT.
002183     IF W-NB-DEPUIS-POINT NOT < KT-CHECKPOINT-INTERVAL
002184        PERFORM 7600-PRENDRE-POINT THRU 7600-EXIT
002185     END-IF.
002190     READ OUV-ITEMS
002200        AT END MOVE 'O' TO W-FIN-OUV.
002201 3000-EXIT.
002202     EXIT.
002203 3050-CHERCHER-LITIGE.
002204     MOVE 'N' TO W-EN-LITIGE-SW.
002205     IF W-NB-LITIGES = ZERO
002206        GO TO 3050-EXIT
002207     END-IF.
002208     SET W-IDX-LI TO 1.
002209     SEARCH W-LI-FACTURE
002210        AT END
002211           CONTINUE
002212        WHEN W-IDX-LI > W-NB-LITIGES
002213           CONTINUE
002214        WHEN W-LI-FACTURE (W-IDX-LI) = OV-NUMERO-FACTURE
002215           MOVE 'O' TO W-EN-LITIGE-SW
002216     END-SEARCH.
002217 3050-EXIT.
002220     EXIT.
002230 3100-CHERCHER-MANDAT.
002240     MOVE 'N' TO W-MANDAT-ACTIF-SW.
002470     MOVE W-REF-COMPTE-COURANTE TO W-PO-REF-COMPTE.
002480     MOVE W-RESTE-DU TO W-PO-MONTANT.
002490     MOVE W-PV-ORDRE TO PRELEV-ENREG.
002500     PERFORM 6500-ECRIRE-PRELEV THRU 6500-EXIT.
002510     ADD 1 TO W-NB-ORDRES.
002520     ADD W-RESTE-DU TO W-TOTAL-ORDRES.
002530 4000-EXIT.
002580     MOVE OV-NUMERO-FACTURE TO PX-NUMERO-FACTURE.
002590     MOVE W-RESTE-DU TO PX-MONTANT.
002600     MOVE 'AUCUN MANDAT ACTIF - ENCAISSEMENT MANUEL'
002601        TO PX-MOTIF.
002602     PERFORM 6510-ECRIRE-EXCEPTION THRU 6510-EXIT.
002603 5000-EXIT.
002604     EXIT.
002605 5100-EXCEPTION-LITIGE.
002606     MOVE OV-COADHF TO PX-COADHF.
002607     MOVE OV-NUMERO-FACTURE TO PX-NUMERO-FACTURE.
002608     MOVE W-RESTE-DU TO PX-MONTANT.
002609     MOVE 'FACTURE EN LITIGE - PRELEVEMENT SUSPENDU'
002610        TO PX-MOTIF.
002611     PERFORM 6510-ECRIRE-EXCEPTION THRU 6510-EXIT.
002612 5100-EXIT.
002613     EXIT.
002614*****************************************************************
002615*    6500/6510 - ECRITURES SOUS POINT DE REPRISE : EN RELANCE,
002616*    LES ENREGISTREMENTS DEJA PRESENTS AU-DELA DU POINT SONT
002617*    RECONNUS ET NE SONT PAS REECRITS.
002618*****************************************************************
002619 6500-ECRIRE-PRELEV.
002620     ADD 1 TO W-PRELEV-ECRITS.
002621     IF W-SAUT-PRELEV > ZERO
002622        SUBTRACT 1 FROM W-SAUT-PRELEV
002623     ELSE
002624        WRITE PRELEV-ENREG
002625     END-IF.
002626 6500-EXIT.
002627     EXIT.
002628 6510-ECRIRE-EXCEPTION.
002629     ADD 1 TO W-PV-EXC-ECRITS.
002630     IF W-SAUT-PV-EXC > ZERO
002631        SUBTRACT 1 FROM W-SAUT-PV-EXC
002632     ELSE
002633        WRITE PV-EXC-LIGNE
002634     END-IF.
002635 6510-EXIT.
002640     EXIT.
002650 7000-ECRIRE-PIED.
002660     MOVE W-NB-ORDRES TO W-PP-NB.
002661     MOVE W-TOTAL-ORDRES TO W-PP-TOTAL.
002662     MOVE W-PV-PIED TO PRELEV-ENREG.
002663     PERFORM 6500-ECRIRE-PRELEV THRU 6500-EXIT.
002664 7000-EXIT.
002665     EXIT.
002666*****************************************************************
002667*    7600-PRENDRE-POINT - PRELEV ET PV-EXC SONT FERMES PUIS
002668*    ROUVERTS EN EXTEND (TOUT CE QUI PRECEDE EST ACQUIS) ET LE
002669*    POINT DE REPRISE EST NOTE EN ETAT 'E'.
002670*****************************************************************
002671 7600-PRENDRE-POINT.
002672     CLOSE PRELEV PV-EXC.
002673     OPEN EXTEND PRELEV PV-EXC.
002674     MOVE 'E' TO CK-ETAT.
002675     PERFORM 7650-ECRIRE-POINT THRU 7650-EXIT.
002676     MOVE ZERO TO W-NB-DEPUIS-POINT.
002677     MOVE W-NB-TRAITES TO W-NB-EDIT.
002678     DISPLAY 'HZPV0001 - POINT DE REPRISE APRES ' W-NB-EDIT
002679         ' POSTES'.
002680 7600-EXIT.
002681     EXIT.
002682 7650-ECRIRE-POINT.
002683     ACCEPT CK-DATE-POINT FROM DATE YYYYMMDD.
002684     ACCEPT CK-HEURE-POINT FROM TIME.
002685     MOVE W-DATE-ECHEANCE TO CK-DATE-ECHEANCE.
002686     MOVE W-NB-TRAITES TO CK-NB-TRAITES.
002687     MOVE W-NB-ORDRES TO CK-NB-ORDRES.
002688     MOVE W-TOTAL-ORDRES TO CK-TOTAL-ORDRES.
002689     MOVE W-NB-EXCEPTIONS TO CK-NB-EXCEPTIONS.
002690     MOVE W-NB-EN-LITIGE TO CK-NB-EN-LITIGE.
002691     MOVE W-PRELEV-ECRITS TO CK-PRELEV-ECRITS.
002692     MOVE W-PV-EXC-ECRITS TO CK-PV-EXC-ECRITS.
002693     OPEN OUTPUT PV-CHKPT.
002694     WRITE PV-CHKPT-LIGNE.
002695     CLOSE PV-CHKPT.
002696 7650-EXIT.
002697     EXIT.
002698*****************************************************************
002699*    7700-CLORE-REPRISE - FIN NORMALE : LE POINT DE REPRISE PASSE
002700*    EN ETAT 'T', LE PASSAGE SUIVANT DEMARRE SANS REPRISE.
002701*****************************************************************
002702 7700-CLORE-REPRISE.
002703     MOVE 'T' TO CK-ETAT.
002704     PERFORM 7650-ECRIRE-POINT THRU 7650-EXIT.
002705 7700-EXIT.
002710     EXIT.
002720 8000-TERMINE.
002730     IF OUV-ITEMS-OK OR OUV-ITEMS-FIN
002790     MOVE W-TOTAL-ORDRES TO W-MT-EDIT.
002800     DISPLAY 'HZPV0001 - TOTAL DES ORDRES : ' W-MT-EDIT.
002810     MOVE W-NB-EXCEPTIONS TO W-NB-EDIT.
002811     DISPLAY 'HZPV0001 - SANS MANDAT ACTIF : ' W-NB-EDIT.
002812     MOVE W-NB-EN-LITIGE TO W-NB-EDIT.
002813     DISPLAY 'HZPV0001 - FACTURES EN LITIGE : ' W-NB-EDIT.
002814     MOVE W-NB-ENLIGNE TO W-NB-EDIT.
002815     DISPLAY 'HZPV0001 - CHANGEMENTS EN LIGNE : ' W-NB-EDIT.
002816     MOVE W-NB-ENLIGNE-DIFFERES TO W-NB-EDIT.
002817     DISPLAY 'HZPV0001 - EN LIGNE APRES L''HEURE LIMITE : '
002818         W-NB-EDIT.
002819     IF EN-REPRISE
002820        DISPLAY 'HZPV0001 - PASSAGE REPRIS AU POINT DU '
002821            W-REPRISE-DATE-POINT ' ' W-REPRISE-HEURE-POINT
002822     END-IF.
002830 8000-EXIT.
002840     EXIT.
