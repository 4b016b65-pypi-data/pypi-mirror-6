003791*                       RAPPROCHEMENT HZRP0001 - QUI N'AVAIT
003792*                       JUSQU'ICI AUCUN PRODUCTEUR POUR SES
003793*                       ENTREES.
003794*    15/10/2026 EBA     PRORATA TEMPORIS : LA PART FIXE ET LE
003795*                       PLANCHER DU BAREME (6004/6009) SONT
003796*                       RAMENES AUX JOURS D'ADHESION DANS L'ANNEE
003797*                       CIVILE. AFFVEAP PORTE LA DATE D'ADHESION
003798*                       (DTADH, PRISE SUR LE NOUVEAU CHAMP
003799*                       AN-DATE-ADHESION D'ADH-NOUV, DATE DE
003800*                       TRAITEMENT A DEFAUT) ET LA DATE DE
003801*                       RADIATION (DTRAD, POSEE PAR 8415).
003802*                       COMPTEUR RUN-STATS DES COTISATIONS
003803*                       PRORATISEES.
003804*    15/10/2026 EBA     REV-EXC : USER-ID DU DEMANDEUR DU
003805*                       TRAITEMENT MIS EN REVUE (RV-EMETTEUR)
003806*                       PORTE EN FIN DE LIBELLE, POUR LE
003807*                       CONTROLE DE SEPARATION DES TACHES.
003808*    15/10/2026 EBA     CONVERSION DES CODES ANALYTIQUES : LA
003809*                       TABLE COA-CONV (ANCIEN/NOUVEAU COANAL,
003810*                       DATE D'EFFET, CHARGEE PAR 1533) TRADUIT
003811*                       EN TETE DE 5005 LES ANCIENS CODES ENCORE
003812*                       RECUS, DES LA DATE D'EFFET (5028). LES
003813*                       SOUS-TOTAUX COA-RPRT (5017/7035) SONT
003814*                       RETRAITES SOUS LES NOUVEAUX CODES.
003815*                       COMPTEUR RUN-STATS DES CODES TRADUITS.
003816*    15/10/2026 EBA     MODE CORRECTION (CORR-MODE = C) : RETRAITE
003817*                       CIBLE DES SEULS ADHERENTS DE ADH-CORR SUR
003818*                       LES PHASES 50, 60 ET 81 ET LA GENERATION
003819*                       GL, SORTIES SOUS UN NOM DE JOB DISTINCT
003820*                       (RUBRIQUE CORR-JOB-NAME), REFUS SI UN
003821*                       ADHERENT A DEJA DES SORTIES ACQUITTEES
003822*                       POUR LA DATE SAUF CORR-FORCE = F.
003823*    15/10/2026 EBA     QTE-SRC : PERIODE DE REFERENCE (AAAAMM)
003824*                       ET DATE DE RECEPTION (AAAAMMJJ) EN FIN
003825*                       DE DESSIN.
003826*    15/10/2026 EBA     ADH-NOUV : CHAQUE DOSSIER VALIDE EST
003827*                       FILTRE CONTRE LA LISTE DES SANCTIONS PAR
003828*                       HZSC0001 AVANT CREATION (8316) ; UNE
003829*                       CORRESPONDANCE N'EST PAS CREEE ET PART EN
003830*                       FILE DE CONFORMITE SANC-ATT (RETENU AU
003831*                       RAPPORT ADH-RPRT).
003832*    15/10/2026 EBA     PHASES 83/84 SAUTEES EN MODE CORRECTION
003833*                       (TRACEES SUR SYS-EXC) ; DATE D'ADHESION
003834*                       CONTROLEE SUR LA LONGUEUR DU MOIS,
003835*                       FEVRIER BISSEXTILE COMPRIS.
000158*****************************************************************
000160 ENVIRONMENT DIVISION.
000170 CONFIGURATION SECTION.
000369     SELECT ETB-REF ASSIGN TO ETBREF
000370         ORGANIZATION SEQUENTIAL
000371         FILE STATUS W-ETB-REF-STATUS.
000372     SELECT EVT-ACC ASSIGN TO EVTACC
000373         ORGANIZATION SEQUENTIAL
000374         FILE STATUS W-EVT-ACC-STATUS.
000375     SELECT ALIAS-ADH ASSIGN TO ALIASADH
000376         ORGANIZATION SEQUENTIAL
000377         FILE STATUS W-ALIAS-ADH-STATUS.
000378     SELECT COA-CONV ASSIGN TO COACONV
000379         ORGANIZATION SEQUENTIAL
000380         FILE STATUS W-COA-CONV-STATUS.
000373     SELECT EVT-TRT ASSIGN TO EVTTRT
000374         ORGANIZATION SEQUENTIAL
000375         FILE STATUS W-EVT-TRT-STATUS.
000376     SELECT QTE-VAL ASSIGN TO QTEVAL
000377         ORGANIZATION SEQUENTIAL
000378         FILE STATUS W-QTE-VAL-STATUS.
000379     SELECT ADH-CORR ASSIGN TO ADHCORR
000380         ORGANIZATION SEQUENTIAL
000381         FILE STATUS W-ADH-CORR-STATUS.
000382     SELECT ADH-REF ASSIGN TO ADHREF
000383         ORGANIZATION SEQUENTIAL
000384         FILE STATUS W-ADH-REF-STATUS.
000385     SELECT ACK-IN ASSIGN TO ACKIN
000386         ORGANIZATION SEQUENTIAL
000387         FILE STATUS W-ACK-IN-STATUS.
000370     SELECT STOP-REQ ASSIGN TO STOPREQ
000371         ORGANIZATION SEQUENTIAL
000372         FILE STATUS W-STOP-REQ-STATUS.
003374     05  CHKPT-CLE               PIC X(12).
003375     05  CHKPT-NB-ECRITURES      PIC 9(07).
003376     05  CHKPT-HORODATE          PIC X(15).
003377*****************************************************************
003378*    QTE-SRC - EXTRAIT SOURCE DES QUANTITES (CHAMP BRUT NON
003379*    CONVERTI) ALIMENTANT L-QTE. QS-QTE-BRUTE A SPACES SIGNIFIE
003380*    UN CHAMP NON QUOTE/NON RENSEIGNE DANS LA SOURCE.
003381*    QS-PERIODE (AAAAMM) ET QS-DATE-RECEPTION (AAAAMMJJ) NE SONT
003382*    EXPLOITES QUE PAR LA PRE-FACTURATION (MAJORATION DE RETARD).
003383*****************************************************************
003384 FD  QTE-SRC
003385     LABEL RECORD STANDARD
003386     DATA RECORD QTE-SRC-LIGNE.
003387 01  QTE-SRC-LIGNE.
003388     05  QS-CLE                  PIC X(08).
003389     05  QS-QTE-BRUTE            PIC X(06).
003390     05  QS-PERIODE              PIC X(06).
003391     05  QS-DATE-RECEPTION       PIC X(08).
002346*****************************************************************
002347*    QTE-RPRT - RAPPORT DES OCCURRENCES OU L-QTE RESSORT BLANC,
002348*    AVEC LE MOTIF (QUANTITE NULLE VS. CHAMP SOURCE NON QUOTE).
000548     05  RV-HORODATE             PIC X(15).
000549     05  RV-PROGRAMME            PIC X(08).
000550     05  RV-CODE-RETOUR          PIC 9(04).
000551     05  RV-LIBELLE              PIC X(71).
000552     05  RV-EMETTEUR             PIC X(08).
000553*****************************************************************
000554*    PGM-ERR - JOURNAL CENTRALISE DES ERREURS FICHIER, ALIMENTE
000555*    PAR Z-990-PROGRAM-ERROR DEPUIS CHAQUE PROCEDURE DES
000556*    DECLARATIVES (SECFFGS, SECSA). AUPARAVANT CHAQUE SECTION
000557*    SE CONTENTAIT D'UN DISPLAY NON PERSISTE.
000558*****************************************************************
000559 FD  PGM-ERR
000560     LABEL RECORD STANDARD
000561     DATA RECORD PGM-ERR-LIGNE.
000562 01  PGM-ERR-LIGNE.
000563     05  PG-HORODATE              PIC X(15).
000564     05  PG-JOB-NAME              PIC X(08).
000565     05  PG-FICHIER               PIC X(20).
000566     05  PG-STATUT                PIC X(08).
000567*****************************************************************
000568*    DRV-EXC - DERIVES CONSTATEES SUR LES ZONES COMP-2 (BINAIRE
000569*    FLOTTANT) PAR RAPPORT A LEUR EQUIVALENT DECIMAL FIXE DE
000893     LABEL RECORD STANDARD
000894     DATA RECORD RAD-RPRT-LIGNE.
000895 01  RAD-RPRT-LIGNE              PIC X(132).
000896*****************************************************************
000897*    ADH-NOUV - FLUX DE CREATION DE DOSSIERS D'ADHESION :
000898*    IDENTITE, ETABLISSEMENT, CODES TRAITEMENT ET COTISATION
000899*    INITIALE, DATE D'ADHESION (A BLANC OU A ZERO : DATE DE
000900*    TRAITEMENT). TRAITE PAR 8300 (PHASE 83).
000846*****************************************************************
000847 FD  ADH-NOUV
000848     LABEL RECORD STANDARD
000855     05  AN-COTRTO               PIC X(05).
000856     05  AN-COTNET               PIC S9(07)V99
000857                                 SIGN LEADING SEPARATE.
000858     05  AN-DATE-ADHESION        PIC 9(08).
000859*****************************************************************
000860*    ADH-RPRT - RAPPORT D'INTAKE DES NOUVELLES ADHESIONS
000861*    (ACCEPTE/REJETE AVEC MOTIF PAR DOSSIER).
000862*****************************************************************
000863 FD  ADH-RPRT
000864     LABEL RECORD STANDARD
000865     DATA RECORD ADH-RPRT-LIGNE.
000866 01  ADH-RPRT-LIGNE              PIC X(132).
000831*****************************************************************
000832*    MQ-DLQ - MESSAGES MQ INEXPLOITABLES (LETTRE MORTE) :
000833*    MOTIF ET MESSAGE BRUT, POUR REJEU APRES CORRECTION.
000684     05  AL-COADHF-SURVIVANT     PIC X(09).
000685     05  AL-HORODATE             PIC X(15).
000686*****************************************************************
000687*    COA-CONV - TABLE PERMANENTE DES CONVERSIONS DE CODES
000688*    ANALYTIQUES (HZAN0001) : A PARTIR DE SA DATE D'EFFET, UN
000689*    ANCIEN COANAL RECU SUR UN EVENEMENT EST PORTE AU NOUVEAU.
000690*****************************************************************
000691 FD  COA-CONV
000692     LABEL RECORD STANDARD
000693     DATA RECORD COA-CONV-LIGNE.
000694 01  COA-CONV-LIGNE.
000695     05  CV-COANAL-ANCIEN        PIC X(05).
000696     05  CV-COANAL-NOUVEAU       PIC X(05).
000697     05  CV-DATE-EFFET           PIC 9(08).
000698*****************************************************************
000699*    EVT-TRT / QTE-VAL - EXTRAITS DU RAPPROCHEMENT NOCTURNE
000700*    HZRP0001 : MONTANTS DES EVENEMENTS TRAITES CUMULES PAR
000701*    COADHF/COANAL (5027) ET QUANTITES VALIDEES CUMULEES PAR
000702*    CLE QTE-SRC (8118), EMIS EN FIN DE TRAITEMENT (7080),
000703*    TRIES PAR L'EXPLOITATION AVANT HZRP0001.
000704*****************************************************************
000705 FD  EVT-TRT
000706     LABEL RECORD STANDARD
000707     DATA RECORD EVT-TRT-LIGNE.
000708 01  EVT-TRT-LIGNE.
000709     05  EV-COADHF               PIC X(09).
000710     05  EV-COANAL               PIC X(05).
000711     05  EV-MONTANT              PIC S9(09)V99
000712                                 SIGN LEADING SEPARATE.
000713 FD  QTE-VAL
000714     LABEL RECORD STANDARD
000715     DATA RECORD QTE-VAL-LIGNE.
000716 01  QTE-VAL-LIGNE.
000717     05  QV-CLE                  PIC X(08).
000718     05  QV-QUANTITE             PIC S9(09)V99
000719                                 SIGN LEADING SEPARATE.
000720*****************************************************************
000721*    ADH-CORR - LISTE DES ADHERENTS A RETRAITER EN MODE
000722*    CORRECTION (CORR-MODE = C), UN COADHF PAR LIGNE.
000723*****************************************************************
000724 FD  ADH-CORR
000725     LABEL RECORD STANDARD
000726     DATA RECORD ADH-CORR-LIGNE.
000727 01  ADH-CORR-LIGNE.
000728     05  AC-COADHF               PIC X(09).
000729     05  FILLER                  PIC X(71).
000730*****************************************************************
000731*    ADH-REF - REFERENTIEL ADHERENT, MEME DESSIN ETENDU QUE DANS
000732*    HZFA0001. SEULS LA CLE QUANTITE ET LE COADHF SONT EXPLOITES
000733*    ICI (RESTRICTION DE QTE-SRC EN MODE CORRECTION).
000734*****************************************************************
000735 FD  ADH-REF
000736     LABEL RECORD STANDARD
000737     DATA RECORD ADH-REF-LIGNE.
000738 01  ADH-REF-LIGNE.
000739     05  AF-CLE                  PIC X(08).
000740     05  AF-COADHF               PIC X(09).
000741     05  FILLER                  PIC X(162).
000742*****************************************************************
000743*    ACK-IN - ACCUSES DE RECEPTION DES FLUX AVAL, MEME DESSIN
000744*    QUE DANS HZAK0001.
000745*****************************************************************
000746 FD  ACK-IN
000747     LABEL RECORD STANDARD
000748     DATA RECORD ACK-IN-LIGNE.
000749 01  ACK-IN-LIGNE.
000750     05  AK-FLUX                 PIC X(08).
000751     05  AK-DATE                 PIC 9(08).
000752     05  AK-NB                   PIC 9(09).
000753     05  AK-TOTAL                PIC S9(11)V99
000754                                 SIGN LEADING SEPARATE.
000755     05  AK-RECEPTEUR            PIC X(08).
000685 FD  STOP-REQ
000686     LABEL RECORD STANDARD
000687     DATA RECORD STOP-REQ-LIGNE.
000905         10  W-AA-SURVIVANT      PIC X(09).
000906 01  W-NB-ALIAS-REDIRIGES        PIC 9(07) COMP VALUE ZERO.
000907*****************************************************************
000908*    CONVERSIONS DE CODES ANALYTIQUES (COA-CONV, 200 AU PLUS).
000909*    W-CO-CODE EST LA ZONE D'ECHANGE DE 5028.
000910*****************************************************************
000911 01  W-COA-CONV-STATUS           PIC XX.
000912     88  COA-CONV-OK             VALUE '00'.
000913 01  W-FIN-COA-CONV              PIC X VALUE 'N'.
000914     88  FIN-COA-CONV            VALUE 'O'.
000915 01  W-NB-CONV-COANAL            PIC 9(03) COMP VALUE ZERO.
000916 01  W-TAB-CONV-COANAL.
000917     05  W-CO-ENTREE OCCURS 200 TIMES
000918             INDEXED BY W-IDX-CO.
000919         10  W-CO-ANCIEN         PIC X(05).
000920         10  W-CO-NOUVEAU        PIC X(05).
000921         10  W-CO-DATE-EFFET     PIC 9(08).
000922 01  W-CO-CODE                   PIC X(05) VALUE SPACES.
000923 01  W-CO-TRADUIT                PIC X VALUE 'N'.
000924     88  COANAL-TRADUIT          VALUE 'O'.
000925 01  W-NB-COANAL-TRADUITS        PIC 9(07) COMP VALUE ZERO.
000926*****************************************************************
000927*    MODE CORRECTION (CORR-MODE = C) : LISTE DES ADHERENTS A
000928*    RETRAITER (ADH-CORR), CLES QTE-SRC DE CES ADHERENTS
000929*    (ADH-REF), NOM DE JOB PORTE PAR LES SORTIES ET
000930*    COMPTEURS D'ECARTEMENT.
000931*****************************************************************
000932 01  KT-CORR-JOB-NAME            PIC X(08) VALUE 'HORCORR'.
000933 01  W-JOB-NAME-SORTIE           PIC X(08) VALUE SPACES.
000934 01  W-ADH-CORR-STATUS           PIC XX.
000935     88  ADH-CORR-OK             VALUE '00'.
000936 01  W-ADH-REF-STATUS            PIC XX.
000937     88  ADH-REF-OK              VALUE '00'.
000938 01  W-ACK-IN-STATUS             PIC XX.
000939     88  ACK-IN-OK               VALUE '00'.
000940 01  W-FIN-CORR                  PIC X VALUE 'N'.
000941     88  FIN-CORR                VALUE 'O'.
000942 01  W-CORR-REFUS-SW             PIC X VALUE 'N'.
000943     88  CORRECTION-REFUSEE      VALUE 'O'.
000944 01  W-CORR-RETENU-SW            PIC X VALUE 'O'.
000945     88  CORR-RETENU             VALUE 'O'.
000946 01  W-CORR-COADHF-TEST          PIC X(09) VALUE SPACES.
000947 01  W-CORR-CLE-TEST             PIC X(08) VALUE SPACES.
000948 01  W-NB-CORR                   PIC 9(04) COMP VALUE ZERO.
000949 01  W-TAB-CORR.
000950     05  W-LC-ENTREE OCCURS 500 TIMES
000951             INDEXED BY W-IDX-LC.
000952         10  W-LC-COADHF         PIC X(09).
000953         10  W-LC-ACQUITTE       PIC X(01).
000954             88  LC-ACQUITTE     VALUE 'O'.
000955 01  W-NB-CORR-CLES              PIC 9(04) COMP VALUE ZERO.
000956 01  W-TAB-CORR-CLES.
000957     05  W-LK-ENTREE OCCURS 2000 TIMES
000958             INDEXED BY W-IDX-LK.
000959         10  W-LK-CLE            PIC X(08).
000960 01  W-NB-FLUX-ACQUITTES         PIC 9(04) COMP VALUE ZERO.
000961 01  W-NB-CORR-ACQUITTES         PIC 9(04) COMP VALUE ZERO.
000962 01  W-NB-EVT-HORS-CORR          PIC 9(07) COMP VALUE ZERO.
000963 01  W-NB-ADH-HORS-CORR          PIC 9(07) COMP VALUE ZERO.
000964 01  W-NB-QTE-HORS-CORR          PIC 9(07) COMP VALUE ZERO.
000965 01  W-NB-CORR-EDIT              PIC ZZZ9.
000966*****************************************************************
000967*    CUMULS DU RAPPROCHEMENT NOCTURNE (HZRP0001) : EVENEMENTS
000968*    TRAITES PAR COADHF/COANAL ET QUANTITES VALIDEES PAR CLE
000969*    QTE-SRC, EMIS SUR EVT-TRT / QTE-VAL EN FIN DE TRAITEMENT.
000970*****************************************************************
000971 01  W-EVT-TRT-STATUS            PIC XX.
000972 01  W-QTE-VAL-STATUS            PIC XX.
000973 01  W-NB-RAPPRO-EVT             PIC 9(04) COMP VALUE ZERO.
000974 01  W-TAB-RAPPRO-EVT.
000975     05  W-RP-ENTREE OCCURS 3000 TIMES
000976             INDEXED BY W-IDX-RP.
000977         10  W-RP-COADHF         PIC X(09).
000978         10  W-RP-COANAL         PIC X(05).
000979         10  W-RP-MONTANT        PIC S9(11)V99 COMP-3.
000980 01  W-RAPPRO-EVT-SATUREE        PIC X VALUE 'N'.
000981     88  RAPPRO-EVT-SATUREE      VALUE 'O'.
000982 01  W-NB-RAPPRO-QTE             PIC 9(04) COMP VALUE ZERO.
000983 01  W-TAB-RAPPRO-QTE.
000984     05  W-RQ-ENTREE OCCURS 3000 TIMES
000985             INDEXED BY W-IDX-RQ.
000986         10  W-RQ-CLE            PIC X(08).
000987         10  W-RQ-QTE            PIC S9(09)V99 COMP-3.
000988 01  W-RAPPRO-QTE-SATUREE        PIC X VALUE 'N'.
000989     88  RAPPRO-QTE-SATUREE      VALUE 'O'.
000990 01  W-IDX-RP-ED                 PIC 9(04) COMP VALUE ZERO.
000882 01  W-MQ-DLQ-STATUS             PIC XX.
000883 01  KT-MQ-QMGR                  PIC X(48) VALUE SPACES.
000884 01  KT-MQ-QUEUE                 PIC X(48) VALUE SPACES.
000934 01  W-NB-DOSSIERS-LUS           PIC 9(05) COMP VALUE ZERO.
000935 01  W-NB-DOSSIERS-ACCEPTES      PIC 9(05) COMP VALUE ZERO.
000936 01  W-NB-DOSSIERS-REJETES       PIC 9(05) COMP VALUE ZERO.
000937 01  W-NB-DOSSIERS-RETENUS       PIC 9(05) COMP VALUE ZERO.
000938*****************************************************************
000939*    ZONE D'ECHANGE AVEC HZSC0001 (FILTRAGE SANCTIONS DES
000940*    DOSSIERS ADH-NOUV), MEME DECOUPE QUE SC-PARMS.
000941*****************************************************************
000942 01  W-SC-PARMS.
000943     05  W-SC-FONCTION           PIC X(01).
000944     05  W-SC-ORIGINE            PIC X(08) VALUE 'HORROR'.
000945     05  W-SC-COADHF             PIC X(09).
000946     05  W-SC-NOM                PIC X(30).
000947     05  W-SC-ADRESSE            PIC X(30).
000948     05  W-SC-CODE-POSTAL        PIC X(05).
000949     05  W-SC-VILLE              PIC X(20).
000950     05  W-SC-IMAGE              PIC X(200).
000951     05  W-SC-RESULTAT           PIC X(01).
000952         88  SANCTION-CORRESPONDANCE VALUE 'O'.
000953         88  SANCTION-LISTE-ABSENTE VALUE 'I'.
000954     05  W-SC-REFERENCE          PIC X(12).
000955     05  W-SC-SCORE              PIC 9(03).
000956     05  W-SC-VERSION            PIC X(10).
000957 01  W-SC-PROGRAMME              PIC X(08) VALUE 'HZSC0001'.
000958 01  W-SANCTIONS-SW              PIC X VALUE 'N'.
000959     88  SANCTIONS-APPELEES      VALUE 'O'.
000960 01  W-LISTE-SANCTIONS-SW        PIC X VALUE 'O'.
000961     88  LISTE-SANCTIONS-ABSENTE VALUE 'N'.
000962 01  W-MOTIF-DOSSIER             PIC X(40) VALUE SPACES.
000963 01  W-DOSSIER-VALIDE-SW         PIC X VALUE 'O'.
000964     88  DOSSIER-VALIDE          VALUE 'O'.
000965 01  W-DATE-ADHESION-CTL.
000966     05  W-DA-AAAA               PIC 9(04).
000967     05  W-DA-MM                 PIC 9(02).
000968     05  W-DA-JJ                 PIC 9(02).
000969 01  W-DA-JJ-MAXI                PIC 9(02) VALUE ZERO.
000970 01  W-DA-QUOTIENT               PIC 9(04) VALUE ZERO.
000971 01  W-DA-RESTE-4                PIC 9(03) VALUE ZERO.
000972 01  W-DA-RESTE-100              PIC 9(03) VALUE ZERO.
000973 01  W-DA-RESTE-400              PIC 9(03) VALUE ZERO.
000974 01  W-LIGNE-DOSSIER.
000975     05  WDO-COADHF              PIC X(09).
000976     05  FILLER                  PIC X(01) VALUE SPACE.
000977     05  WDO-COETBL              PIC X(05).
000978     05  FILLER                  PIC X(01) VALUE SPACE.
000979     05  WDO-DISPOSITION         PIC X(08).
000980     05  FILLER                  PIC X(01) VALUE SPACE.
000981     05  WDO-MOTIF               PIC X(40).
000982     05  FILLER                  PIC X(67) VALUE SPACES.
000857 01  W-DATE-EVT-CCYYMMDD         PIC 9(08) VALUE ZERO.
000858 01  W-DATE-SEUIL-CCYYMMDD       PIC 9(08) VALUE ZERO.
000859 01  W-DATE-SEUIL-VALIDE-SW      PIC X VALUE 'N'.
000866 01  MH37-COADHF                 PIC X(09) VALUE SPACES.
000867 01  MH37-CETRTF                 PIC X(05) VALUE SPACES.
000868 01  MH37-COTRTO                 PIC X(05) VALUE SPACES.
000869 01  MH37-COTNET                 PIC S9(07)V99 COMP-3.
000870*****************************************************************
000871*    DATES D'ADHESION ET DE RADIATION DE LA LIGNE AFFVEAP
000872*    (AAAAMMJJ, ZERO = NON RENSEIGNEE / NON RADIE), BORNES DU
000873*    PRORATA TEMPORIS DE 6004.
000874*****************************************************************
000875 01  MH37-DTADH                  PIC S9(08) COMP-3 VALUE ZERO.
000876 01  MH37-DTRAD                  PIC S9(08) COMP-3 VALUE ZERO.
000864 01  W-RAPNIV-STATUS             PIC XX.
000865*****************************************************************
000866*    ZONES DE LA CONSULTATION MULTI-ADHERENTS PILOTEE PAR
001089 01  W-NB-ECARTS-VERIF           PIC 9(03) COMP VALUE ZERO.
001065 01  W-PHASE-ACTIVE-SW           PIC X VALUE 'O'.
001066     88  PHASE-ACTIVE            VALUE 'O'.
001067 01  W-PHASE-MOTIF-SAUT          PIC X(21) VALUE SPACES.
001068 01  W-IDX-PH                    PIC 9(01) COMP VALUE ZERO.
000968*****************************************************************
000969*    MASQUAGE DES IDENTIFIANTS (Z-950/Z-955) : ACTIF EN
000970*    RUN-MODE-TEST OU SUR RUBRIQUE MASQUE-ID = OUI. CHAQUE
002609*****************************************************************
002610 01  W-BORNES-INHIBEES-SW        PIC X VALUE 'N'.
002611     88  BORNES-INHIBEES         VALUE 'O'.
002612 01  W-DATE-BAREME               PIC 9(08) VALUE ZERO.
002613 01  W-COTNET-BAREME             PIC S9(07)V99 COMP-3 VALUE 0.
002614*****************************************************************
002615*    PRORATA TEMPORIS DE 6004 : LA PART FIXE ET LE PLANCHER SONT
002616*    RAMENES AUX JOURS D'ADHESION DANS L'ANNEE CIVILE DE
002617*    W-DATE-BAREME, ENTRE LA DATE D'ADHESION ET LA DATE DE
002618*    RADIATION (EXCLUE) DE LA LIGNE AFFVEAP.
002619*****************************************************************
002620 01  W-PRORATA.
002621     05  W-PR-ANNEE              PIC 9(04).
002622     05  W-PR-DEBUT-ANNEE        PIC 9(08).
002623     05  W-PR-DEBUT-SUIVANTE     PIC 9(08).
002624     05  W-PR-DEBUT              PIC 9(08).
002625     05  W-PR-FIN                PIC 9(08).
002626     05  W-PR-JOURS-ANNEE        PIC 9(03) COMP.
002627     05  W-PR-JOURS-ADHESION     PIC 9(03) COMP.
002628     05  W-PR-FIXE               PIC 9(05)V99.
002629     05  W-PR-PLANCHER           PIC 9(05)V99.
002630 01  W-NB-PRORATAS               PIC 9(05) COMP VALUE ZERO.
000935*****************************************************************
000936*    CUMULS ANNUELS PAR ADHERENT/PRODUIT (CUM-ADH EN TABLE,
000937*    5000 COUPLES AU PLUS) ET ZONES DE L'ECRETEMENT 6004.
002744     05  SIM-MODE                PIC X.
002745         88  SIM-MODE-ON          VALUE 'S'.
002746         88  SIM-MODE-OFF         VALUE 'N' ' '.
002747     05  CORR-MODE               PIC X.
002748         88  CORR-MODE-ON         VALUE 'C'.
002749         88  CORR-MODE-OFF        VALUE 'N' ' '.
002750     05  CORR-FORCE              PIC X.
002751         88  CORR-FORCE-ON        VALUE 'F'.
002752         88  CORR-FORCE-OFF       VALUE 'N' ' '.
000940*****************************************************************
000950*    ZONE POUR RETOUR DONNEES
000960*****************************************************************
001101     PERFORM 1523-CHARGER-ADHDEV THRU 1523-EXIT.
001102     PERFORM 1528-CHARGER-ETBREF THRU 1528-EXIT.
001103     PERFORM 1531-CHARGER-ALIAS THRU 1531-EXIT.
001104     PERFORM 1533-CHARGER-COA-CONV THRU 1533-EXIT.
001100     PERFORM 1565-CHARGER-BAREME THRU 1565-EXIT.
001102     PERFORM 1526-CHARGER-CUMULS THRU 1526-EXIT.
002310     PERFORM 1530-CHARGER-CPTTAB THRU 1530-EXIT.
003447     PERFORM 1558-RESTAURER-POINT-REPRISE-FFFFFGS THRU 1558-EXIT.
001086     PERFORM 1600-TRACER-ENV THRU 1600-EXIT.
001087     PERFORM 1601-PREPARER-PARTITION THRU 1601-EXIT.
001088     PERFORM 1470-PREPARER-CORRECTION THRU 1470-EXIT.
001089     IF CORRECTION-REFUSEE
001090        DISPLAY 'HORROR - MODE CORRECTION REFUSE'
001091            ' - ARRET EN CODE 12'
001092        PERFORM 7045-LIBERER-VERROU THRU 7045-EXIT
001093        MOVE 12 TO RETURN-CODE
001094        GO TO MAIN-PROCESS-RETURN
001095     END-IF.
001087     PERFORM 1700-CONTROLER-SEUILS THRU 1700-EXIT.
001098     PERFORM 1710-CONTROLER-DERIVE-COMP2 THRU 1710-EXIT.
001101     MOVE '50' TO W-PHASE-COURANTE.
001158        PERFORM 1605-TRACER-ETAPE THRU 1605-EXIT
002602        PERFORM 8100-PARCOURIR-QTE-SOURCE THRU 8100-EXIT
001124     END-IF.
001128     MOVE '83' TO W-PHASE-COURANTE.
001132     PERFORM 1610-PHASE-DEMANDEE THRU 1610-EXIT.
001136     PERFORM 1613-EXCLURE-EN-CORRECTION THRU 1613-EXIT.
001140     IF PHASE-ACTIVE
001141        MOVE '8300-TRAITER-NOUVELLES-ADHESIONS'
001142           TO W-TRACE-ETAPE
001145     END-IF.
001146     MOVE '84' TO W-PHASE-COURANTE.
001147     PERFORM 1610-PHASE-DEMANDEE THRU 1610-EXIT.
001148     PERFORM 1613-EXCLURE-EN-CORRECTION THRU 1613-EXIT.
001149     IF PHASE-ACTIVE
001150        MOVE '8400-TRAITER-RADIATIONS' TO W-TRACE-ETAPE
001151        PERFORM 1605-TRACER-ETAPE THRU 1605-EXIT
001152        PERFORM 8400-TRAITER-RADIATIONS THRU 8400-EXIT
001153     END-IF.
001125     MOVE 'F9' TO W-PHASE-COURANTE.
001126     PERFORM 1610-PHASE-DEMANDEE THRU 1610-EXIT.
001127     IF PHASE-ACTIVE
003362        PERFORM 7060-GENERER-ECRITURES-GL THRU 7060-EXIT
001136     END-IF.
001137     PERFORM 7050-VERIFIER-SORTIES THRU 7050-EXIT.
001147     IF CORR-MODE-ON
001157        PERFORM 7090-RAPPORTER-CORRECTION THRU 7090-EXIT
001167     END-IF.
003359     PERFORM 1606-CLORE-ETAPE THRU 1606-EXIT.
003358     PERFORM 7046-PERSISTER-CUMULS THRU 7046-EXIT.
003360     PERFORM 7045-LIBERER-VERROU THRU 7045-EXIT.
001100 MAIN-PROCESS-RETURN.
001110     EXIT.
003668     GOBACK.
003672*****************************************************************
003676*    7035-RAPPORTER-COANAL - EDITION DES SOUS-TOTAUX MTLGC1 PAR
003680*    CODE ANALYTIQUE (VOLUME, SOUS-TOTAL, MOYENNE) PUIS DU
003684*    TOTAL GENERAL DEJA TENU PAR MTLGC1-STATS.
003688*    LES CODES SONT CEUX RETRAITES PAR COA-CONV EN 5017, POUR
003692*    QUE LES COMPARAISONS D'UNE ANNEE SUR L'AUTRE PORTENT SUR
003696*    LES CODES EN VIGUEUR.
003706*****************************************************************
003707 7035-RAPPORTER-COANAL.
003708     OPEN OUTPUT COA-RPRT.
003848*    N'EST EMIS (MEME REGIME QUE 7060).
003849*****************************************************************
003850 7080-EMETTRE-EXTRAITS-RAPPRO.
003851     IF RUN-MODE-TEST OR SIM-MODE-ON OR CORR-MODE-ON
003852        GO TO 7080-EXIT
003853     END-IF.
003854     OPEN OUTPUT EVT-TRT.
003880     WRITE QTE-VAL-LIGNE.
003881 7082-EXIT.
003882     EXIT.
003883*****************************************************************
003884*    7090-RAPPORTER-CORRECTION - BILAN DU MODE CORRECTION :
003885*    VOLUMES ECARTES PARCE QUE HORS DE LA LISTE ADH-CORR.
003886*****************************************************************
003887 7090-RAPPORTER-CORRECTION.
003888     DISPLAY 'HORROR - CORRECTION ' W-JOB-NAME-SORTIE
003889         ' - HORS LISTE ECARTES : ' W-NB-EVT-HORS-CORR
003890         ' EVENEMENT(S), ' W-NB-ADH-HORS-CORR ' ADHERENT(S), '
003891         W-NB-QTE-HORS-CORR ' QUANTITE(S)'.
003892 7090-EXIT.
003893     EXIT.
003804 7065-ECRIRE-ECRITURES.
003805     PERFORM 7063-CHERCHER-COMPTES THRU 7063-EXIT.
003806     IF KT-CPT-SUSPENS NOT = SPACES
003816        END-IF
003817     END-IF.
003818     MOVE W-DATE-VALEUR-OUVREE TO GP-DATE.
003819     MOVE W-GL-COMPTE-DEBIT TO GP-COMPTE.
003820     MOVE 'D' TO GP-SENS.
003821     MOVE W-CA-TOTAL (W-IDX-GL) TO GP-MONTANT.
003822     MOVE SPACES TO GP-LIBELLE.
003823     IF CORR-MODE-ON
003824        STRING 'CORR ' DELIMITED BY SIZE
003825            W-JOB-NAME-SORTIE DELIMITED BY SIZE
003826            ' COANAL ' DELIMITED BY SIZE
003827            W-CA-COANAL (W-IDX-GL) DELIMITED BY SIZE
003828            INTO GP-LIBELLE
003829        END-STRING
003830     ELSE
003831        STRING 'COTISATIONS COANAL ' DELIMITED BY SIZE
003832            W-CA-COANAL (W-IDX-GL) DELIMITED BY SIZE
003833            INTO GP-LIBELLE
003834        END-STRING
003835     END-IF.
003815     WRITE GL-POST-LIGNE.
003816     ADD 1 TO W-NB-ECRITURES-GL.
003817     MOVE W-DATE-VALEUR-OUVREE TO GP-DATE.
001136        DISPLAY 'HORROR - MODE SIMULATION : AUCUNE MISE A JOUR'
001137            ' NE SERA APPLIQUEE'
001138     END-IF.
001139     IF NOT CORR-MODE-ON AND NOT CORR-MODE-OFF
001140        DISPLAY 'HORROR - CORR-MODE INVALIDE : ' CORR-MODE
001141        MOVE 'O' TO W-PARMS-REFUSES-SW
001142     END-IF.
001143     IF NOT CORR-FORCE-ON AND NOT CORR-FORCE-OFF
001144        DISPLAY 'HORROR - CORR-FORCE INVALIDE : ' CORR-FORCE
001145        MOVE 'O' TO W-PARMS-REFUSES-SW
001146     END-IF.
001147     IF CORR-FORCE-ON AND NOT CORR-MODE-ON
001148        DISPLAY 'HORROR - CORR-FORCE SANS CORR-MODE : '
001149            'COMBINAISON REFUSEE'
001150        MOVE 'O' TO W-PARMS-REFUSES-SW
001151     END-IF.
001131     IF NOT PARMS-REFUSES AND RUN-MODE-PROD
001132        PERFORM 1460-CONTROLER-AUTORISATION THRU 1460-EXIT
001133     END-IF.
001174     END-READ.
001175 1465-EXIT.
001176     EXIT.
001177*****************************************************************
001178*    1470-PREPARER-CORRECTION - MODE CORRECTION (CORR-MODE = C) :
001179*    CHARGE LA LISTE ADH-CORR ET LES CLES QTE-SRC DE CES
001180*    ADHERENTS, PUIS REFUSE LE RUN SI UN ADHERENT DE LA LISTE A
001181*    DEJA DES SORTIES ACQUITTEES POUR LA DATE DE TRAITEMENT, SAUF
001182*    FORCAGE (CORR-FORCE = F, TRACE SUR SYS-EXC). LES SORTIES
001183*    PORTENT ALORS LE NOM DE JOB KT-CORR-JOB-NAME, POUR QUE LES
001184*    RECEPTEURS LES DISTINGUENT DE CELLES DU RUN NOCTURNE.
001185*****************************************************************
001186 1470-PREPARER-CORRECTION.
001187     MOVE job-name TO W-JOB-NAME-SORTIE.
001188     IF NOT CORR-MODE-ON
001189        GO TO 1470-EXIT
001190     END-IF.
001191     IF KT-CORR-JOB-NAME = SPACES OR KT-CORR-JOB-NAME = job-name
001192        DISPLAY 'HORROR - CORR-JOB-NAME ABSENT OU IDENTIQUE AU '
001193            'JOB NOCTURNE : ' KT-CORR-JOB-NAME
001194        MOVE 'O' TO W-CORR-REFUS-SW
001195        GO TO 1470-EXIT
001196     END-IF.
001197     MOVE KT-CORR-JOB-NAME TO W-JOB-NAME-SORTIE.
001198     PERFORM 1471-CHARGER-LISTE-CORR THRU 1471-EXIT.
001199     IF CORRECTION-REFUSEE
001200        GO TO 1470-EXIT
001201     END-IF.
001202     PERFORM 1473-CHARGER-CLES-CORR THRU 1473-EXIT.
001203     PERFORM 1475-CONTROLER-ACQUITTEMENTS THRU 1475-EXIT.
001204     IF W-NB-CORR-ACQUITTES > ZERO
001205        MOVE W-NB-CORR-ACQUITTES TO W-NB-CORR-EDIT
001206        IF CORR-FORCE-ON
001207           DISPLAY 'HORROR - CORR-FORCE : ' W-NB-CORR-EDIT
001208               ' ADHERENT(S) DEJA ACQUITTE(S), CORRECTION FORCEE'
001209           PERFORM 1480-TRACER-FORCAGE THRU 1480-EXIT
001210        ELSE
001211           DISPLAY 'HORROR - CORRECTION REFUSEE : ' W-NB-CORR-EDIT
001212               ' ADHERENT(S) DEJA ACQUITTE(S) POUR LE '
001213               W-DATE-TRAITEMENT
001214           MOVE 'O' TO W-CORR-REFUS-SW
001215           GO TO 1470-EXIT
001216        END-IF
001217     END-IF.
001218     MOVE W-NB-CORR TO W-NB-CORR-EDIT.
001219     DISPLAY 'HORROR - MODE CORRECTION : ' W-NB-CORR-EDIT
001220         ' ADHERENT(S), SORTIES SOUS LE JOB ' W-JOB-NAME-SORTIE.
001221 1470-EXIT.
001222     EXIT.
001223*****************************************************************
001224*    1471-CHARGER-LISTE-CORR - CHARGE ADH-CORR EN TABLE. LISTE
001225*    ABSENTE, VIDE OU DEBORDANT LA TABLE : CORRECTION REFUSEE
001226*    (UN RETRAITEMENT PARTIEL PASSERAIT INAPERCU).
001227*****************************************************************
001228 1471-CHARGER-LISTE-CORR.
001229     OPEN INPUT ADH-CORR.
001230     IF NOT ADH-CORR-OK
001231        DISPLAY 'HORROR - ADH-CORR INDISPONIBLE - STATUT '
001232            W-ADH-CORR-STATUS
001233        MOVE 'O' TO W-CORR-REFUS-SW
001234        GO TO 1471-EXIT
001235     END-IF.
001236     PERFORM 1472-EMPILER-CORR THRU 1472-EXIT
001237        UNTIL FIN-CORR OR CORRECTION-REFUSEE.
001238     CLOSE ADH-CORR.
001239     IF W-NB-CORR = ZERO AND NOT CORRECTION-REFUSEE
001240        DISPLAY 'HORROR - ADH-CORR VIDE : AUCUN ADHERENT A '
001241            'RETRAITER'
001242        MOVE 'O' TO W-CORR-REFUS-SW
001243     END-IF.
001244 1471-EXIT.
001245     EXIT.
001246 1472-EMPILER-CORR.
001247     READ ADH-CORR
001248        AT END
001249           SET FIN-CORR TO TRUE
001250           GO TO 1472-EXIT
001251     END-READ.
001252     IF AC-COADHF = SPACES
001253        GO TO 1472-EXIT
001254     END-IF.
001255     IF W-NB-CORR NOT < 500
001256        DISPLAY 'HORROR - ADH-CORR : PLUS DE 500 ADHERENTS, '
001257            'LISTE A SCINDER'
001258        MOVE 'O' TO W-CORR-REFUS-SW
001259        GO TO 1472-EXIT
001260     END-IF.
001261     ADD 1 TO W-NB-CORR.
001262     MOVE AC-COADHF TO W-LC-COADHF (W-NB-CORR).
001263     MOVE 'N' TO W-LC-ACQUITTE (W-NB-CORR).
001264 1472-EXIT.
001265     EXIT.
001266*****************************************************************
001267*    1473-CHARGER-CLES-CORR - RELEVE DANS ADH-REF LES CLES
001268*    QTE-SRC DES ADHERENTS DE LA LISTE (RESTRICTION DE LA PHASE
001269*    81). ADH-REF INDISPONIBLE : AUCUNE QUANTITE N'EST RETENUE.
001270*****************************************************************
001271 1473-CHARGER-CLES-CORR.
001272     OPEN INPUT ADH-REF.
001273     IF NOT ADH-REF-OK
001274        DISPLAY 'HORROR - ADH-REF INDISPONIBLE, AUCUNE QUANTITE '
001275            'RETENUE EN CORRECTION - STATUT ' W-ADH-REF-STATUS
001276        GO TO 1473-EXIT
001277     END-IF.
001278     MOVE 'N' TO W-FIN-CORR.
001279     PERFORM 1474-RELEVER-CLE-CORR THRU 1474-EXIT
001280        UNTIL FIN-CORR.
001281     CLOSE ADH-REF.
001282 1473-EXIT.
001283     EXIT.
001284 1474-RELEVER-CLE-CORR.
001285     READ ADH-REF
001286        AT END
001287           SET FIN-CORR TO TRUE
001288           GO TO 1474-EXIT
001289     END-READ.
001290     MOVE AF-COADHF TO W-CORR-COADHF-TEST.
001291     PERFORM 1478-FILTRER-CORRECTION THRU 1478-EXIT.
001292     IF NOT CORR-RETENU
001293        GO TO 1474-EXIT
001294     END-IF.
001295     IF W-NB-CORR-CLES NOT < 2000
001296        DISPLAY 'HORROR - TABLE DES CLES QTE-SRC SATUREE, CLE '
001297            AF-CLE ' NON RETENUE'
001298        GO TO 1474-EXIT
001299     END-IF.
001300     ADD 1 TO W-NB-CORR-CLES.
001301     MOVE AF-CLE TO W-LK-CLE (W-NB-CORR-CLES).
001302 1474-EXIT.
001303     EXIT.
001304*****************************************************************
001305*    1475-CONTROLER-ACQUITTEMENTS - LES ACCUSES ACK-IN SONT TENUS
001306*    PAR FLUX (SAFICH, PREFACT, GLPOST) ET NON PAR ADHERENT : SI
001307*    UN DE CES FLUX EST ACQUITTE POUR LA DATE DE TRAITEMENT, LES
001308*    ADHERENTS DE LA LISTE PRESENTS DANS L'EXTRAIT EVT-TRT DU RUN
001309*    NOCTURNE SONT TENUS POUR ACQUITTES. EXTRAIT ILLISIBLE : TOUTE
001310*    LA LISTE EST TENUE POUR ACQUITTEE.
001311*****************************************************************
001312 1475-CONTROLER-ACQUITTEMENTS.
001313     MOVE ZERO TO W-NB-FLUX-ACQUITTES.
001314     OPEN INPUT ACK-IN.
001315     IF NOT ACK-IN-OK
001316        DISPLAY 'HORROR - ACK-IN INDISPONIBLE, AUCUN ACCUSE '
001317            'CONNU - STATUT ' W-ACK-IN-STATUS
001318        GO TO 1475-EXIT
001319     END-IF.
001320     MOVE 'N' TO W-FIN-CORR.
001321     PERFORM 1476-LIRE-ACCUSE THRU 1476-EXIT
001322        UNTIL FIN-CORR.
001323     CLOSE ACK-IN.
001324     IF W-NB-FLUX-ACQUITTES = ZERO
001325        GO TO 1475-EXIT
001326     END-IF.
001327     OPEN INPUT EVT-TRT.
001328     IF W-EVT-TRT-STATUS NOT = '00'
001329        DISPLAY 'HORROR - EVT-TRT ILLISIBLE, LISTE ENTIERE TENUE '
001330            'POUR ACQUITTEE - STATUT ' W-EVT-TRT-STATUS
001331        PERFORM 1479-MARQUER-ACQUITTE THRU 1479-EXIT
001332           VARYING W-IDX-LC FROM 1 BY 1
001333           UNTIL W-IDX-LC > W-NB-CORR
001334        GO TO 1475-EXIT
001335     END-IF.
001336     MOVE 'N' TO W-FIN-CORR.
001337     PERFORM 1477-LIRE-EVT-ACQUITTE THRU 1477-EXIT
001338        UNTIL FIN-CORR.
001339     CLOSE EVT-TRT.
001340 1475-EXIT.
001341     EXIT.
001342 1476-LIRE-ACCUSE.
001343     READ ACK-IN
001344        AT END
001345           SET FIN-CORR TO TRUE
001346           GO TO 1476-EXIT
001347     END-READ.
001348     IF AK-DATE = W-DATE-TRAITEMENT
001349        AND (AK-FLUX = 'SAFICH' OR AK-FLUX = 'PREFACT'
001350        OR AK-FLUX = 'GLPOST')
001351        ADD 1 TO W-NB-FLUX-ACQUITTES
001352        DISPLAY 'HORROR - FLUX ' AK-FLUX ' ACQUITTE PAR '
001353            AK-RECEPTEUR ' POUR LE ' AK-DATE
001354     END-IF.
001355 1476-EXIT.
001356     EXIT.
001357 1477-LIRE-EVT-ACQUITTE.
001358     READ EVT-TRT
001359        AT END
001360           SET FIN-CORR TO TRUE
001361           GO TO 1477-EXIT
001362     END-READ.
001363     MOVE EV-COADHF TO W-CORR-COADHF-TEST.
001364     PERFORM 1478-FILTRER-CORRECTION THRU 1478-EXIT.
001365     IF CORR-RETENU
001366        IF NOT LC-ACQUITTE (W-IDX-LC)
001367           PERFORM 1479-MARQUER-ACQUITTE THRU 1479-EXIT
001368        END-IF
001369     END-IF.
001370 1477-EXIT.
001371     EXIT.
001372*****************************************************************
001373*    1478-FILTRER-CORRECTION - CORR-RETENU SI LE RUN N'EST PAS EN
001374*    MODE CORRECTION OU SI W-CORR-COADHF-TEST FIGURE DANS LA
001375*    LISTE ADH-CORR (W-IDX-LC EST ALORS POSE SUR L'ENTREE).
001376*****************************************************************
001377 1478-FILTRER-CORRECTION.
001378     MOVE 'O' TO W-CORR-RETENU-SW.
001379     IF NOT CORR-MODE-ON
001380        GO TO 1478-EXIT
001381     END-IF.
001382     MOVE 'N' TO W-CORR-RETENU-SW.
001383     SET W-IDX-LC TO 1.
001384     SEARCH W-LC-ENTREE
001385        AT END
001386           CONTINUE
001387        WHEN W-IDX-LC > W-NB-CORR
001388           CONTINUE
001389        WHEN W-LC-COADHF (W-IDX-LC) = W-CORR-COADHF-TEST
001390           MOVE 'O' TO W-CORR-RETENU-SW
001391     END-SEARCH.
001392 1478-EXIT.
001393     EXIT.
001394 1479-MARQUER-ACQUITTE.
001395     MOVE 'O' TO W-LC-ACQUITTE (W-IDX-LC).
001396     ADD 1 TO W-NB-CORR-ACQUITTES.
001397     DISPLAY 'HORROR - ADHERENT ' W-LC-COADHF (W-IDX-LC)
001398         ' : SORTIES DU ' W-DATE-TRAITEMENT ' DEJA ACQUITTEES'.
001399 1479-EXIT.
001400     EXIT.
001401*****************************************************************
001402*    1480-TRACER-FORCAGE - AVERTISSEMENT SYS-EXC : CORRECTION
001403*    FORCEE SUR DES ADHERENTS AUX SORTIES DEJA ACQUITTEES, LES
001404*    RECEPTEURS AVAL DEVANT ANNULER ET REMPLACER.
001405*****************************************************************
001406 1480-TRACER-FORCAGE.
001407     ACCEPT W-HORO-DATE FROM DATE.
001408     ACCEPT W-HORO-HEURE FROM TIME.
001409     OPEN EXTEND SYS-EXC.
001410     IF W-SYS-EXC-STATUS = '05'
001411        OPEN OUTPUT SYS-EXC
001412     END-IF.
001413     MOVE W-HORODATE-TRAVAIL TO AVT-HORODATE.
001414     MOVE job-name TO AVT-PROGRAMME.
001415     MOVE 0051 TO AVT-CODE.
001416     MOVE SPACES TO AVT-LIBELLE.
001417     STRING 'CORRECTION FORCEE, ' DELIMITED BY SIZE
001418         W-NB-CORR-EDIT DELIMITED BY SIZE
001419         ' ADH. ACQUITTE(S)' DELIMITED BY SIZE
001420         INTO AVT-LIBELLE
001421     END-STRING.
001422     MOVE 'A' TO AVT-GRAVITE.
001423     WRITE AVT-LIGNE.
001424     ADD 1 TO W-NB-SYS-AVT.
001425     CLOSE SYS-EXC.
001426 1480-EXIT.
001427     EXIT.
001428*****************************************************************
001429*    1481-FILTRER-CLE-CORR - CORR-RETENU SI LA CLE QTE-SRC
001430*    W-CORR-CLE-TEST APPARTIENT A UN ADHERENT DE LA LISTE.
001431*****************************************************************
001432 1481-FILTRER-CLE-CORR.
001433     MOVE 'N' TO W-CORR-RETENU-SW.
001434     SET W-IDX-LK TO 1.
001435     SEARCH W-LK-ENTREE
001436        AT END
001437           CONTINUE
001438        WHEN W-IDX-LK > W-NB-CORR-CLES
001439           CONTINUE
001440        WHEN W-LK-CLE (W-IDX-LK) = W-CORR-CLE-TEST
001441           MOVE 'O' TO W-CORR-RETENU-SW
001442     END-SEARCH.
001443 1481-EXIT.
001444     EXIT.
001101*****************************************************************
001102*    1500-CHARGER-KONSTAB - LECTURE DE LA TABLE DE PARAMETRES
001103*    KONSTAB ET MISE A JOUR DES ZONES KT- CORRESPONDANTES. EN
003588     CLOSE KT-CSV.
003589 1501-EXIT.
003590     EXIT.
003591*****************************************************************
003592*    1610-PHASE-DEMANDEE - LA PHASE COURANTE EST-ELLE DEMANDEE
003593*    PAR LE SELECTEUR ? LISTE A BLANC OU '*' EN TETE : TOUTES
003594*    LES PHASES. UNE PHASE NON DEMANDEE EST JOURNALISEE (1611).
003595*****************************************************************
003596 1610-PHASE-DEMANDEE.
003597     MOVE 'O' TO W-PHASE-ACTIVE-SW.
003598     MOVE '(SELECTEUR DE PHASES)' TO W-PHASE-MOTIF-SAUT.
001707     IF PHASE-LISTE = SPACES
001708        OR PHASE-CODE (1) = '* '
001709        GO TO 1610-EXIT
001719     EXIT.
001720 1611-JOURNALISER-PHASE-SAUTEE.
001721     DISPLAY 'HORROR - PHASE ' W-PHASE-COURANTE
001722         ' SAUTEE ' W-PHASE-MOTIF-SAUT.
001723     ACCEPT W-HORO-DATE FROM DATE.
001724     ACCEPT W-HORO-HEURE FROM TIME.
001725     OPEN EXTEND SYS-EXC.
001732     MOVE SPACES TO INF-LIBELLE.
001733     STRING 'PHASE ' DELIMITED BY SIZE
001734         W-PHASE-COURANTE DELIMITED BY SIZE
001735         ' SAUTEE ' DELIMITED BY SIZE
001736         W-PHASE-MOTIF-SAUT DELIMITED BY SIZE
001737         INTO INF-LIBELLE
001738     END-STRING.
001739     MOVE 'I' TO INF-GRAVITE.
001740     WRITE INF-LIGNE.
001741     CLOSE SYS-EXC.
001742 1611-EXIT.
001743     EXIT.
001744*****************************************************************
001745*    1613-EXCLURE-EN-CORRECTION - LES ADHESIONS (83) ET LES
001746*    RADIATIONS (84) NE SONT PAS RETRAITEES EN MODE CORRECTION,
001747*    MEME SUR SELECTEUR A BLANC : ADH-NOUV EST DEJA INTEGRE ET
001748*    RAD-REGL/RAD-RPRT DU PASSAGE NOCTURNE SERAIENT ECRASES.
001749*    LE SAUT EST JOURNALISE COMME UNE PHASE NON DEMANDEE.
001750*****************************************************************
001751 1613-EXCLURE-EN-CORRECTION.
001752     IF NOT PHASE-ACTIVE OR NOT CORR-MODE-ON
001753        GO TO 1613-EXIT
001754     END-IF.
001755     MOVE 'N' TO W-PHASE-ACTIVE-SW.
001756     MOVE '(MODE CORRECTION)' TO W-PHASE-MOTIF-SAUT.
001757     PERFORM 1611-JOURNALISER-PHASE-SAUTEE THRU 1611-EXIT.
001758 1613-EXIT.
001741     EXIT.
001742 1612-CHERCHER-PHASE.
001743     IF PHASE-CODE (W-IDX-PH) = W-PHASE-COURANTE
003699           MOVE KONSTAB-VALEUR (1:2) TO KT-SQL-RETRY-MAX
003700        WHEN 'MODE-INTRADAY'
003701           MOVE KONSTAB-VALEUR (1:3) TO KT-MODE-INTRADAY
003703        WHEN 'CORR-JOB-NAME'
003705           MOVE KONSTAB-VALEUR (1:8) TO KT-CORR-JOB-NAME
003708        WHEN 'MIN-PRDRND'
003709           MOVE KONSTAB-VALEUR (1:3) TO KT-MIN-PRDRND
003710        WHEN 'MIN-CPTTAB'
001363            'ENTREE IGNOREE : ' AL-COADHF-ABSORBE
001364     END-IF.
001365 1532-EXIT.
001375     EXIT.
001385*****************************************************************
001395*    1533-CHARGER-COA-CONV - CHARGE LA TABLE DES CONVERSIONS DE
001405*    CODES ANALYTIQUES (HZAN0001). FICHIER ABSENT : AUCUNE
001415*    TRADUCTION, CAS NORMAL HORS REORGANISATION. LA DATE
001425*    D'EFFET EST COMPAREE A LA DATE DE TRAITEMENT EN 5028.
001435*****************************************************************
001445 1533-CHARGER-COA-CONV.
001455     OPEN INPUT COA-CONV.
001465     IF NOT COA-CONV-OK
001475        GO TO 1533-EXIT
001485     END-IF.
001495     PERFORM UNTIL FIN-COA-CONV
001505        READ COA-CONV
001515           AT END SET FIN-COA-CONV TO TRUE
001525           NOT AT END
001535              PERFORM 1534-EMPILER-COA-CONV THRU 1534-EXIT
001545        END-READ
001555     END-PERFORM.
001565     CLOSE COA-CONV.
001575 1533-EXIT.
001585     EXIT.
001595 1534-EMPILER-COA-CONV.
001605     IF CV-DATE-EFFET NOT NUMERIC
001615        DISPLAY 'HORROR - COA-CONV DATE D''EFFET INVALIDE - '
001625            'ENTREE IGNOREE : ' CV-COANAL-ANCIEN
001635        GO TO 1534-EXIT
001645     END-IF.
001655     IF W-NB-CONV-COANAL < 200
001665        ADD 1 TO W-NB-CONV-COANAL
001675        MOVE CV-COANAL-ANCIEN TO W-CO-ANCIEN (W-NB-CONV-COANAL)
001685        MOVE CV-COANAL-NOUVEAU TO W-CO-NOUVEAU (W-NB-CONV-COANAL)
001695        MOVE CV-DATE-EFFET TO W-CO-DATE-EFFET (W-NB-CONV-COANAL)
001705     ELSE
001715        DISPLAY 'HORROR - TABLE COA-CONV PLEINE (200) - '
001725            'ENTREE IGNOREE : ' CV-COANAL-ANCIEN
001735     END-IF.
001745 1534-EXIT.
001755     EXIT.
002254*****************************************************************
002255*    1530-CHARGER-CPTTAB - CHARGEMENT DE LA TABLE DE TRADUCTION
002256*    CODE-PAGE / ACCENTS (CPT-TAB). A DEFAUT DE FICHIER, LA TABLE
003385     MOVE 'EVENEMENTS REDIRIGES ALIAS' TO RS-LIBELLE.
003386     MOVE W-NB-ALIAS-REDIRIGES TO RS-VALEUR.
003387     WRITE RUN-STATS-LIGNE.
003388     MOVE W-HORODATE-TRAVAIL TO RS-HORODATE.
003389     MOVE 'COANAL TRADUITS (COA-CONV)' TO RS-LIBELLE.
003390     MOVE W-NB-COANAL-TRADUITS TO RS-VALEUR.
003391     WRITE RUN-STATS-LIGNE.
003392     MOVE W-HORODATE-TRAVAIL TO RS-HORODATE.
003378     MOVE 'COTISATIONS PLAFONNEES' TO RS-LIBELLE.
003379     MOVE W-NB-PLAFONNEMENTS TO RS-VALEUR.
003380     WRITE RUN-STATS-LIGNE.
003382     MOVE 'COTISATIONS AU PLANCHER' TO RS-LIBELLE.
003383     MOVE W-NB-PLANCHERS TO RS-VALEUR.
003384     WRITE RUN-STATS-LIGNE.
003385     MOVE W-HORODATE-TRAVAIL TO RS-HORODATE.
003386     MOVE 'COTISATIONS PRORATISEES' TO RS-LIBELLE.
003387     MOVE W-NB-PRORATAS TO RS-VALEUR.
003388     WRITE RUN-STATS-LIGNE.
003365     IF W-NB-TYPES-EVT > ZERO
003366        PERFORM 7032-ECRIRE-COMPTEUR-TYPE THRU 7032-EXIT
003367           VARYING W-IDX-TE-EDIT FROM 1 BY 1
002394*    NORMAL).
002395*****************************************************************
002396 8110-TRAITER-LIGNE-QTE.
002397     IF CORR-MODE-ON
002398        MOVE QS-CLE TO W-CORR-CLE-TEST
002399        PERFORM 1481-FILTRER-CLE-CORR THRU 1481-EXIT
002400        IF NOT CORR-RETENU
002401           ADD 1 TO W-NB-QTE-HORS-CORR
002402           GO TO 8110-EXIT
002403        END-IF
002404     END-IF.
002405     IF QS-QTE-BRUTE = SPACES
002406        MOVE ZERO TO L-QTE
002407        MOVE 'SOURCE NON RENSEIGNEE (CHAMP NON QUOTE)' TO
002408            W-QTE-MOTIF
002409        PERFORM 8120-TRACER-QTE-VIDE THRU 8120-EXIT
002410     ELSE
002411        PERFORM 8112-VALIDER-QTE THRU 8112-EXIT
002412        IF QTE-VALIDE
002413           MOVE W-QTE-VALEUR TO W-QTE-NUM
002414           MOVE W-QTE-NUM TO L-QTE
002415           PERFORM 8118-CUMULER-RAPPRO-QTE THRU 8118-EXIT
002416           IF L-QTE = SPACES
002408              MOVE 'QUANTITE FOURNIE MAIS NULLE (ZERO)' TO
002409                  W-QTE-MOTIF
002410              PERFORM 8120-TRACER-QTE-VIDE THRU 8120-EXIT
001439     MOVE W-PROGRAMME-COURANT TO RV-PROGRAMME.
001440     MOVE 4 TO RV-CODE-RETOUR.
001441     MOVE W-MSG-ERREUR-ABT TO RV-LIBELLE.
001451     MOVE USER-ID TO RV-EMETTEUR.
001461     WRITE REV-EXC-LIGNE.
001471     CLOSE REV-EXC.
001481     MOVE RV-CODE-RETOUR TO CR-CODE-RETOUR.
001491     MOVE W-MSG-ERREUR-ABT TO CR-LIBELLE-RETOUR.
002998     SET CR-STATUT-ATTENTE TO TRUE.
003164     OPEN EXTEND SYS-EXC.
003165     IF W-SYS-EXC-STATUS = '05'
001201     PERFORM 5001-PREPARER-MODE-INTRADAY THRU 5001-EXIT.
003649     OPEN OUTPUT SA-FICHIER.
003650     MOVE W-DATE-TRAITEMENT TO SA01-DATE-TRAITEMENT.
003651     MOVE W-JOB-NAME-SORTIE TO SA01-JOB-NAME.
003652     MOVE SPACES TO SA00.
003653     MOVE SA01-ENTETE TO SA00 (1:34).
003654     MOVE 34 TO W-SA-KEY.
001809     IF W-NB-ALIAS > ZERO
001810        PERFORM 5026-REDIRIGER-ALIAS THRU 5026-EXIT
001811     END-IF.
001812     IF W-NB-CONV-COANAL > ZERO
001813        MOVE TM00-COANAL TO W-CO-CODE
001814        PERFORM 5028-TRADUIRE-COANAL THRU 5028-EXIT
001815        IF COANAL-TRADUIT
001816           MOVE W-CO-CODE TO TM00-COANAL
001817           ADD 1 TO W-NB-COANAL-TRADUITS
001818        END-IF
001819     END-IF.
001820     MOVE TM00-COADHF TO W-CORR-COADHF-TEST.
001821     PERFORM 1478-FILTRER-CORRECTION THRU 1478-EXIT.
001822     IF NOT CORR-RETENU
001823        ADD 1 TO W-NB-EVT-HORS-CORR
001824        GO TO 5005-EXIT
001825     END-IF.
001809     IF DATE-SEUIL-VALIDE
001810        PERFORM 5011-CONTROLER-DATE-EVENEMENT THRU 5011-EXIT
001811        IF W-DATE-EVT-CCYYMMDD < W-DATE-SEUIL-CCYYMMDD
002302     PERFORM 8418-EMETTRE-REGLEMENT THRU 8418-EXIT.
002303     PERFORM 8420-CUMULER-ETABLISSEMENT THRU 8420-EXIT.
002304     ADD 1 TO W-NB-RADIATIONS-FAITES.
002305 8410-EXIT.
002306     EXIT.
002307*****************************************************************
002308*    8412-CALCULER-POSITION-FINALE - PRORATA SUR LE MOIS
002309*    D'EFFET : DU = COTISATION ANNUELLE X MOIS ECOULES / 12,
002310*    SOLDE = DU - COTISATION DEJA APPELEE (NEGATIF = A
002311*    REMBOURSER A L'ADHERENT).
002312*****************************************************************
002313 8412-CALCULER-POSITION-FINALE.
002314     MOVE RA-DATE-RADIATION (5:2) TO W-MOIS-RADIATION.
002315     COMPUTE W-COTNET-DU ROUNDED =
002316        W-COTNET-RADIE * W-MOIS-RADIATION / 12.
002317     COMPUTE W-SOLDE-RADIATION =
002318        W-COTNET-DU - W-COTNET-RADIE.
002319 8412-EXIT.
002320     EXIT.
002321*****************************************************************
002322*    8415-MARQUER-MAITRES - L'ENREGISTREMENT FFFFFGS EST MARQUE
002323*    RADIE ET LA COTISATION AFFVEAP EST SOLDEE (DATE DE
002324*    RADIATION PORTEE SUR LA LIGNE). L'IMAGE AVANT
002301*    N'EST JOURNALISEE DANS FGS-JRNL QU'UNE FOIS LA REECRITURE
002302*    ACQUISE (STATUT '00', MEME REGIME QUE 7020/7021 ET
002303*    HZMT0001) ; MAITRE ABSENT OU REECRITURE EN ERREUR :
002341        GO TO 8415-EXIT
002342     END-IF.
002343     EXEC SQL
002344        UPDATE AFFVEAP
002345           SET COTNET = 0,
002346               DTRAD = :RA-DATE-RADIATION
002340        WHERE COETBL = :RA-COETBL
002341        AND COADHF = :RA-COADHF
002342        AND CETRTF = :RA-CETRTF
002416     WRITE RAD-RPRT-LIGNE.
002417 8430-EXIT.
002418     EXIT.
002419*****************************************************************
002420*    8300-TRAITER-NOUVELLES-ADHESIONS - INTAKE DU FLUX DE
002421*    CREATION DE DOSSIERS : CHAQUE DOSSIER VALIDE (CLE COADHF,
002422*    ETABLISSEMENT RENSEIGNE, COUPLE COTRTO/CETRTF CONNU DU
002423*    BAREME QUAND IL EST CHARGE, COTISATION NUMERIQUE) CREE
002424*    L'ENREGISTREMENT FFFFFGS (VIA 7020, DONC SIMULE EN MODE
002425*    TEST/SIMULATION) ET LA LIGNE AFFVEAP ; LES AUTRES SONT
002426*    REJETES AU RAPPORT AVEC LEUR MOTIF.
002427*****************************************************************
002428 8300-TRAITER-NOUVELLES-ADHESIONS.
002429     OPEN INPUT ADH-NOUV.
002430     IF NOT ADH-NOUV-OK
002431        DISPLAY 'HORROR - ADH-NOUV INDISPONIBLE, AUCUN DOSSIER'
002432            ' A CREER - STATUT ' W-ADH-NOUV-STATUS
002433        GO TO 8300-EXIT
002434     END-IF.
002435     OPEN OUTPUT ADH-RPRT.
002436     OPEN I-O FFFFFGS.
002437     MOVE 'N' TO W-FIN-ADH-NOUV.
002438     PERFORM 8310-TRAITER-DOSSIER THRU 8310-EXIT
002439        UNTIL FIN-ADH-NOUV.
002440     CLOSE ADH-NOUV ADH-RPRT FFFFFGS.
002441     IF SANCTIONS-APPELEES
002442        MOVE 'F' TO W-SC-FONCTION
002443        CALL W-SC-PROGRAMME USING W-SC-PARMS
002444     END-IF.
002445     DISPLAY 'HORROR - NOUVELLES ADHESIONS : '
002446         W-NB-DOSSIERS-LUS ' LUES, '
002447         W-NB-DOSSIERS-ACCEPTES ' ACCEPTEES, '
002448         W-NB-DOSSIERS-REJETES ' REJETEES, '
002449         W-NB-DOSSIERS-RETENUS ' RETENUES (SANCTIONS)'.
002450     IF LISTE-SANCTIONS-ABSENTE AND RETURN-CODE < 4
002451        DISPLAY 'HORROR - LISTE DES SANCTIONS INDISPONIBLE, '
002452            'DOSSIERS ADH-NOUV NON FILTRES'
002453        MOVE 4 TO RETURN-CODE
002454     END-IF.
002455 8300-EXIT.
002456     EXIT.
002457 8310-TRAITER-DOSSIER.
002458     READ ADH-NOUV
002459        AT END
002460           MOVE 'O' TO W-FIN-ADH-NOUV
002461           GO TO 8310-EXIT
002462     END-READ.
002463     ADD 1 TO W-NB-DOSSIERS-LUS.
002464     PERFORM 8312-VALIDER-DOSSIER THRU 8312-EXIT.
002465     IF DOSSIER-VALIDE
002466        PERFORM 8316-FILTRER-SANCTIONS THRU 8316-EXIT
002467     END-IF.
002468     IF DOSSIER-VALIDE AND SANCTION-CORRESPONDANCE
002469        ADD 1 TO W-NB-DOSSIERS-RETENUS
002470        MOVE 'RETENU' TO WDO-DISPOSITION
002471        PERFORM 8318-EDITER-DOSSIER THRU 8318-EXIT
002472        GO TO 8310-EXIT
002473     END-IF.
002036     IF DOSSIER-VALIDE
002037        PERFORM 8315-CREER-DOSSIER THRU 8315-EXIT
002038     ELSE
002066           TO W-MOTIF-DOSSIER
002067        GO TO 8312-EXIT
002068     END-IF.
002069*****************************************************************
002070*    DATE D'ADHESION A BLANC OU A ZERO : L'ADHESION PREND EFFET
002071*    A LA DATE DE TRAITEMENT.
002072*****************************************************************
002073     IF AN-DATE-ADHESION NOT NUMERIC
002074        OR AN-DATE-ADHESION = ZERO
002075        MOVE W-DATE-TRAITEMENT TO AN-DATE-ADHESION
002076     END-IF.
002077     MOVE AN-DATE-ADHESION TO W-DATE-ADHESION-CTL.
002078     PERFORM 8313-LONGUEUR-MOIS THRU 8313-EXIT.
002079     IF W-DA-JJ < 01 OR W-DA-JJ > W-DA-JJ-MAXI
002080        MOVE 'N' TO W-DOSSIER-VALIDE-SW
002081        MOVE 'DATE D''ADHESION INVALIDE' TO W-MOTIF-DOSSIER
002082        GO TO 8312-EXIT
002083     END-IF.
002061     IF AN-COTNET NOT NUMERIC
002062        MOVE 'N' TO W-DOSSIER-VALIDE-SW
002063        MOVE 'COTISATION INITIALE NON NUMERIQUE'
002073        MOVE AN-COTRTO TO MH37-COTRTO
002074        MOVE AN-CETRTF TO MH37-CETRTF
002075        MOVE AN-COTNET TO MH37-COTNET
002076        MOVE AN-DATE-ADHESION TO MH37-DTADH
002077        MOVE ZERO TO MH37-DTRAD
002078        MOVE 'O' TO W-BORNES-INHIBEES-SW
002079        PERFORM 6004-CALCULER-COTISATION-BAREME THRU 6004-EXIT
002080        MOVE 'N' TO W-BORNES-INHIBEES-SW
002081        IF NOT BAREME-TROUVE
002082           MOVE 'N' TO W-DOSSIER-VALIDE-SW
002083           MOVE 'COUPLE COTRTO/CETRTF SANS BAREME'
002084              TO W-MOTIF-DOSSIER
002085        END-IF
002086     END-IF.
002087 8312-EXIT.
002088     EXIT.
002089*****************************************************************
002090*    8313-LONGUEUR-MOIS - NOMBRE DE JOURS DU MOIS DE LA DATE
002091*    D'ADHESION (ZERO POUR UN MOIS HORS 01-12, LA DATE EST
002092*    ALORS REJETEE). FEVRIER : 29 JOURS LES ANNEES BISSEXTILES
002093*    (DIVISIBLES PAR 4, SAUF LES SIECLES NON DIVISIBLES PAR 400).
002094*****************************************************************
002095 8313-LONGUEUR-MOIS.
002096     MOVE ZERO TO W-DA-JJ-MAXI.
002097     EVALUATE W-DA-MM
002098        WHEN 01 WHEN 03 WHEN 05 WHEN 07
002099        WHEN 08 WHEN 10 WHEN 12
002100           MOVE 31 TO W-DA-JJ-MAXI
002101        WHEN 04 WHEN 06 WHEN 09 WHEN 11
002102           MOVE 30 TO W-DA-JJ-MAXI
002103        WHEN 02
002104           DIVIDE W-DA-AAAA BY 4
002105              GIVING W-DA-QUOTIENT REMAINDER W-DA-RESTE-4
002106           DIVIDE W-DA-AAAA BY 100
002107              GIVING W-DA-QUOTIENT REMAINDER W-DA-RESTE-100
002108           DIVIDE W-DA-AAAA BY 400
002109              GIVING W-DA-QUOTIENT REMAINDER W-DA-RESTE-400
002110           IF W-DA-RESTE-4 = ZERO
002111              AND (W-DA-RESTE-100 NOT = ZERO
002112                   OR W-DA-RESTE-400 = ZERO)
002113              MOVE 29 TO W-DA-JJ-MAXI
002114           ELSE
002115              MOVE 28 TO W-DA-JJ-MAXI
002116           END-IF
002117     END-EVALUATE.
002118 8313-EXIT.
002083     EXIT.
002084 8315-CREER-DOSSIER.
002085     MOVE SPACES TO FFFFFGS-ENREG.
002113     ELSE
002114        EXEC SQL
002115           INSERT INTO AFFVEAP
002116              (COETBL, COADHF, CETRTF, COTRTO, COTNET,
002117               DTADH, DTRAD)
002118           VALUES (:AN-COETBL, :AN-COADHF, :AN-CETRTF,
002119                   :AN-COTRTO, :AN-COTNET,
002120                   :AN-DATE-ADHESION, 0)
002121        END-EXEC
002122        MOVE 'INSERT AFFVEAP' TO W-SQL-CONTEXTE
002123        PERFORM Z-905-CONTROLER-SQL THRU Z-905-EXIT
002124        IF NOT SQL-OK
002125           MOVE 'N' TO W-DOSSIER-VALIDE-SW
002126           MOVE 'INSERT AFFVEAP EN ECHEC' TO W-MOTIF-DOSSIER
002127           ADD 1 TO W-NB-DOSSIERS-REJETES
002128           MOVE 'REJETE' TO WDO-DISPOSITION
002129           PERFORM 8318-EDITER-DOSSIER THRU 8318-EXIT
002130           GO TO 8315-EXIT
002131        END-IF
002132     END-IF.
002133     ADD 1 TO W-NB-DOSSIERS-ACCEPTES.
002134     MOVE 'ACCEPTE' TO WDO-DISPOSITION.
002135     MOVE SPACES TO W-MOTIF-DOSSIER.
002136     PERFORM 8318-EDITER-DOSSIER THRU 8318-EXIT.
002137 8315-EXIT.
002138     EXIT.
002139*****************************************************************
002140*    8316-FILTRER-SANCTIONS - NOM DU DOSSIER CONTRE LA LISTE DES
002141*    SANCTIONS (ADH-NOUV NE PORTE PAS D'ADRESSE). CORRESPONDANCE :
002142*    LE DOSSIER EST VERSE EN FILE DE CONFORMITE PAR HZSC0001 ET
002143*    N'EST PAS CREE. LISTE INDISPONIBLE : DOSSIER CREE, CODE 4.
002144*****************************************************************
002145 8316-FILTRER-SANCTIONS.
002146     MOVE 'O' TO W-SANCTIONS-SW.
002147     MOVE 'C' TO W-SC-FONCTION.
002148     MOVE AN-COADHF TO W-SC-COADHF.
002149     MOVE AN-NOM TO W-SC-NOM.
002150     MOVE SPACES TO W-SC-ADRESSE W-SC-CODE-POSTAL W-SC-VILLE.
002151     MOVE ADH-NOUV-LIGNE TO W-SC-IMAGE.
002152     CALL W-SC-PROGRAMME USING W-SC-PARMS.
002153     IF SANCTION-LISTE-ABSENTE
002154        MOVE 'N' TO W-LISTE-SANCTIONS-SW
002155     END-IF.
002156     IF SANCTION-CORRESPONDANCE
002157        MOVE SPACES TO W-MOTIF-DOSSIER
002158        STRING 'LISTE DE SANCTIONS ' DELIMITED BY SIZE
002159            W-SC-REFERENCE DELIMITED BY SIZE
002160            INTO W-MOTIF-DOSSIER
002161        END-STRING
002162     END-IF.
002163 8316-EXIT.
002164     EXIT.
002165 8318-EDITER-DOSSIER.
002166     MOVE AN-COADHF TO WDO-COADHF.
002167     IF MASQUAGE-ACTIF
002168        MOVE AN-COADHF TO W-ID-CLAIR
002169        PERFORM Z-950-MASQUER-ID THRU Z-950-EXIT
002170        MOVE W-ID-MASQUE TO WDO-COADHF
002171     END-IF.
002172     MOVE AN-COETBL TO WDO-COETBL.
002173     MOVE W-MOTIF-DOSSIER TO WDO-MOTIF.
002174     MOVE W-LIGNE-DOSSIER TO ADH-RPRT-LIGNE.
002175     WRITE ADH-RPRT-LIGNE.
002176 8318-EXIT.
002177     EXIT.
001869*****************************************************************
001870*    5050-PARCOURIR-FILE-MQ - SOURCE D'EVENEMENTS ALTERNATIVE :
001871*    LES ADHESIONS SONT CONSOMMEES SUR LA FILE MQ PARAMETREE
001879     MOVE 'FILE-MQ' TO W-SOURCE-EVENEMENT.
001880     OPEN OUTPUT SA-FICHIER.
001881     MOVE W-DATE-TRAITEMENT TO SA01-DATE-TRAITEMENT.
001882     MOVE W-JOB-NAME-SORTIE TO SA01-JOB-NAME.
001883     MOVE SPACES TO SA00.
001884     MOVE SA01-ENTETE TO SA00 (1:34).
001885     MOVE 34 TO W-SA-KEY.
001965     IF ARRET-DEMANDE
001966        MOVE 'O' TO W-FIN-MQ
001967     END-IF.
001968 5055-EXIT.
001969     EXIT.
001970 5058-LETTRE-MORTE.
001971     ADD 1 TO W-NB-DLQ-MQ.
001972     OPEN EXTEND MQ-DLQ.
001973     IF W-MQ-DLQ-STATUS = '05'
001974        OPEN OUTPUT MQ-DLQ
001975     END-IF.
001976     ACCEPT W-HORO-DATE FROM DATE.
001977     ACCEPT W-HORO-HEURE FROM TIME.
001978     MOVE W-HORODATE-TRAVAIL TO DQ-HORODATE.
001979     MOVE 'MSG INEXPLOITABLE' TO DQ-MOTIF.
001980     MOVE W-MQ-MESSAGE TO DQ-MESSAGE.
001981     WRITE MQ-DLQ-LIGNE.
001982     CLOSE MQ-DLQ.
001983 5058-EXIT.
001984     EXIT.
001985*****************************************************************
001986*    5026-REDIRIGER-ALIAS - NUMERO ABSORBE PAR UNE FUSION
001987*    (REGISTRE ALIAS-ADH) : L'EVENEMENT EST PORTE AU NUMERO
001988*    SURVIVANT AVANT TOUT CONTROLE.
001989*****************************************************************
001990 5026-REDIRIGER-ALIAS.
001991     SET W-IDX-AA TO 1.
001992     SEARCH W-AA-ENTREE
001993        AT END
001994           CONTINUE
001995        WHEN W-IDX-AA > W-NB-ALIAS
001996           CONTINUE
001997        WHEN W-AA-ABSORBE (W-IDX-AA) = TM00-COADHF
001998           MOVE W-AA-SURVIVANT (W-IDX-AA) TO TM00-COADHF
001999           ADD 1 TO W-NB-ALIAS-REDIRIGES
002000     END-SEARCH.
002001 5026-EXIT.
002002     EXIT.
002003*****************************************************************
002004*    5028-TRADUIRE-COANAL - ANCIEN CODE ANALYTIQUE DONT LA
002005*    CONVERSION (COA-CONV) EST EN VIGUEUR A LA DATE DE
002006*    TRAITEMENT : W-CO-CODE EST PORTE AU NOUVEAU CODE. UN CODE
002007*    N'EST CONVERTI QU'UNE FOIS (COMME DANS HZAN0001).
002008*****************************************************************
002009 5028-TRADUIRE-COANAL.
002010     MOVE 'N' TO W-CO-TRADUIT.
002011     SET W-IDX-CO TO 1.
002012     SEARCH W-CO-ENTREE
002013        AT END
002014           CONTINUE
002015        WHEN W-IDX-CO > W-NB-CONV-COANAL
002016           CONTINUE
002017        WHEN W-CO-ANCIEN (W-IDX-CO) = W-CO-CODE
002018           AND W-CO-DATE-EFFET (W-IDX-CO) NOT > W-DATE-TRAITEMENT
002019           MOVE W-CO-NOUVEAU (W-IDX-CO) TO W-CO-CODE
002020           MOVE 'O' TO W-CO-TRADUIT
002021     END-SEARCH.
002022 5028-EXIT.
002023     EXIT.
002024*****************************************************************
002001*    5027-CUMULER-RAPPRO-EVT - CUMUL PAR COADHF/COANAL DE
002002*    L'EVENEMENT QUI VIENT D'ETRE ECRIT, POUR L'EXTRAIT DU
002003*    RAPPROCHEMENT NOCTURNE (MEME PASSE QUE 5017, AUCUNE
001754*****************************************************************
001755 5001-PREPARER-MODE-INTRADAY.
001756     MOVE SPACES TO W-HWM-MAX.
001757     IF NOT MODE-INTRADAY-OUI OR CORR-MODE-ON
001758        GO TO 5001-EXIT
001759     END-IF.
001760     MOVE 99999 TO KT-JOURS-RETROSPECT.
001788     IF NOT MODE-INTRADAY-OUI
001789        GO TO 5022-EXIT
001790     END-IF.
001791     IF RUN-MODE-TEST OR SIM-MODE-ON OR CORR-MODE-ON
001792        GO TO 5022-EXIT
001793     END-IF.
001788     IF W-HWM-MAX = SPACES
001287     PERFORM 5017-CUMULER-COANAL THRU 5017-EXIT.
001288     PERFORM 5027-CUMULER-RAPPRO-EVT THRU 5027-EXIT.
001289     MOVE 'N' TO W-EVT-EN-COURS.
001290 5019-EXIT.
001291     EXIT.
001292*****************************************************************
001293*    5017-CUMULER-COANAL - SOUS-TOTAUX PAR CODE ANALYTIQUE DE
001294*    L'EVENEMENT QUI VIENT D'ETRE ECRIT (MEME PASSE DE CURSEUR,
001295*    AUCUNE RELECTURE).
001296*    LE CODE EST RETRAITE PAR COA-CONV (5028) : LES SOUS-TOTAUX
001297*    SONT TENUS SOUS LES NOUVEAUX CODES ANALYTIQUES.
001298*****************************************************************
001299 5017-CUMULER-COANAL.
001300     MOVE W-EVT-COANAL TO W-CO-CODE.
001301     IF W-NB-CONV-COANAL > ZERO
001302        PERFORM 5028-TRADUIRE-COANAL THRU 5028-EXIT
001303     END-IF.
001297     IF W-NB-COANAL = ZERO
001298        PERFORM 5017-CREER-COANAL THRU 5017-CREER-EXIT
001299        GO TO 5017-EXIT
001304           PERFORM 5017-CREER-COANAL THRU 5017-CREER-EXIT
001305        WHEN W-IDX-CA > W-NB-COANAL
001306           PERFORM 5017-CREER-COANAL THRU 5017-CREER-EXIT
001307        WHEN W-CA-COANAL (W-IDX-CA) = W-CO-CODE
001308           ADD 1 TO W-CA-NB (W-IDX-CA)
001309           ADD W-EVT-MTLGC1 TO W-CA-TOTAL (W-IDX-CA)
001310     END-SEARCH.
001313 5017-CREER-COANAL.
001314     IF W-NB-COANAL < 200
001315        ADD 1 TO W-NB-COANAL
001316        MOVE W-CO-CODE TO W-CA-COANAL (W-NB-COANAL)
001317        MOVE 1 TO W-CA-NB (W-NB-COANAL)
001318        MOVE W-EVT-MTLGC1 TO W-CA-TOTAL (W-NB-COANAL)
001319     ELSE
003033     WRITE RAPNIV-LIGNE.
002717     OPEN OUTPUT BI-CSV.
003632     OPEN I-O FFFFFGS.
003633     EXEC SQL
003634        DECLARE C-MH37-U CURSOR FOR
003635        SELECT A.COETBL, A.COADHF, A.CETRTF, A.COTRTO, A.COTNET
003636               , A.DTADH, A.DTRAD
003637        FROM AFFVEAP A
003638        WHERE A.COETBL = :MH37-COETBL
003639        AND A.COADHF = :MH37-COADHF
003640        AND A.CETRTF = :MH37-CETRTF
003641        AND A.COTRTO = :MH37-COTRTO
003642        FOR UPDATE OF COTNET
003643        OPTIMIZE FOR 1 ROWS
003644     END-EXEC.
003645     OPEN INPUT ADH-REQ.
003646     IF NOT ADH-REQ-OK
003647        DISPLAY 'HORROR - ADH-REQ INDISPONIBLE, CONSULTATION '
003648            'UNITAIRE SUR LA CLE COURANTE - STATUT '
003649            W-ADH-REQ-STATUS
003650        MOVE MH37-COADHF TO W-CORR-COADHF-TEST
003651        PERFORM 1478-FILTRER-CORRECTION THRU 1478-EXIT
003652        IF CORR-RETENU
003653           PERFORM 6002-CONSULTER-UN-ADHERENT THRU 6002-EXIT
003654        ELSE
003655           ADD 1 TO W-NB-ADH-HORS-CORR
003656        END-IF
001266     ELSE
001267        PERFORM 6001-TRAITER-DEMANDE THRU 6001-EXIT
001268           UNTIL FIN-DEMANDES
001290           MOVE AR-COADHF TO W-CD-COADHF
001291           MOVE 'ADH-REQ' TO W-CD-SOURCE
001292           PERFORM 5008-CONTROLER-COADHF THRU 5008-EXIT
001293           MOVE AR-COADHF TO W-CORR-COADHF-TEST
001294           PERFORM 1478-FILTRER-CORRECTION THRU 1478-EXIT
001295           IF COADHF-VALIDE AND NOT CORR-RETENU
001296              ADD 1 TO W-NB-ADH-HORS-CORR
001297           END-IF
001298           IF COADHF-VALIDE AND CORR-RETENU
001299              MOVE AR-COETBL TO MH37-COETBL
001300              MOVE AR-COADHF TO MH37-COADHF
001301              MOVE AR-CETRTF TO MH37-CETRTF
001302              MOVE AR-COTRTO TO MH37-COTRTO
001303              PERFORM 6002-CONSULTER-UN-ADHERENT THRU 6002-EXIT
001304           END-IF
001295     END-READ.
001296 6001-EXIT.
001297     EXIT.
001311     EXEC SQL
001312        FETCH C-MH37-U
001313           INTO :MH37-COETBL, :MH37-COADHF, :MH37-CETRTF,
001314                :MH37-COTRTO, :MH37-COTNET,
001315                :MH37-DTADH, :MH37-DTRAD
001316     END-EXEC.
001317     MOVE 'FETCH C-MH37-U' TO W-SQL-CONTEXTE.
001318     PERFORM Z-905-CONTROLER-SQL THRU Z-905-EXIT.
001319     IF SQL-OK
001315        ADD 1 TO W-NB-DEMANDES-TROUVEES
001316        MOVE MH37-COETBL TO RN-COETBL
001317        MOVE MH37-COADHF TO RN-COADHF
001552     WRITE SIM-RPRT-LIGNE.
001553 6036-EXIT.
001554     EXIT.
001555*****************************************************************
001556*    6004-CALCULER-COTISATION-BAREME - DERIVE LA COTISATION
001557*    ATTENDUE DE L'ADHERENT CONSULTE : PREMIERE ENTREE BAREME
001558*    DU COUPLE COTRTO/CETRTF DONT LA PLAGE DE VALIDITE COUVRE
001559*    W-DATE-BAREME (ATTENDU = PART FIXE + PART
001560*    PROPORTIONNELLE). TOUT ECART AVEC LE COTNET STOCKE EST
001561*    RAPPORTE DANS BAR-RPRT - C'EST AINSI QUE L'ON REPERE LES
001562*    ADHERENTS RESTES SUR L'ANCIEN TAUX EN JANVIER.
001563*    LA PART FIXE EST PRORATISEE AUX JOURS D'ADHESION DE
001564*    L'ANNEE (6004-PRORATISER) POUR LES ADHESIONS ET LES
001565*    RADIATIONS EN COURS D'ANNEE.
001400*****************************************************************
001401 6004-CALCULER-COTISATION-BAREME.
001402     MOVE 'N' TO W-BAREME-TROUVE-SW.
001416           AND W-DATE-BAREME NOT GREATER
001417              W-BA-DATE-FIN (W-IDX-BA)
001418           MOVE 'O' TO W-BAREME-TROUVE-SW
001421     END-SEARCH.
001422     IF NOT BAREME-TROUVE
001423        GO TO 6004-EXIT
001424     END-IF.
001425     PERFORM 6004-PRORATISER THRU 6004-PRO-EXIT.
001426     COMPUTE W-COTNET-BAREME =
001427        W-PR-FIXE + W-BA-TAUX (W-IDX-BA).
001424     IF NOT BORNES-INHIBEES
001425        PERFORM 6009-APPLIQUER-BORNES THRU 6009-EXIT
001426     END-IF.
001427     COMPUTE W-ECART-BAREME =
001428        MH37-COTNET - W-COTNET-BAREME.
001429     IF W-ECART-BAREME NOT = ZERO
001430        ADD 1 TO W-NB-ECARTS-BAREME
001431        PERFORM 6006-TRACER-ECART-BAREME THRU 6006-EXIT
001432     END-IF.
001433 6004-EXIT.
001434     EXIT.
001435*****************************************************************
001436*    6004-PRORATISER - PART FIXE ET PLANCHER DE L'ENTREE BAREME
001437*    RETENUE RAMENES AUX JOURS D'ADHESION DANS L'ANNEE CIVILE DE
001438*    W-DATE-BAREME : DU PLUS TARDIF DU 1ER JANVIER ET DE LA DATE
001439*    D'ADHESION, AU PLUS TOT DU 1ER JANVIER SUIVANT ET DE LA
001440*    DATE DE RADIATION (EXCLUE). ANNEE COMPLETE : MONTANTS DU
001441*    BAREME INCHANGES.
001442*****************************************************************
001443 6004-PRORATISER.
001444     MOVE W-BA-FIXE (W-IDX-BA) TO W-PR-FIXE.
001445     MOVE W-BA-PLANCHER (W-IDX-BA) TO W-PR-PLANCHER.
001446     DIVIDE W-DATE-BAREME BY 10000 GIVING W-PR-ANNEE.
001447     COMPUTE W-PR-DEBUT-ANNEE = W-PR-ANNEE * 10000 + 101.
001448     COMPUTE W-PR-DEBUT-SUIVANTE = W-PR-DEBUT-ANNEE + 10000.
001449     MOVE W-PR-DEBUT-ANNEE TO W-PR-DEBUT.
001450     IF MH37-DTADH > W-PR-DEBUT-ANNEE
001451        MOVE MH37-DTADH TO W-PR-DEBUT
001452     END-IF.
001453     MOVE W-PR-DEBUT-SUIVANTE TO W-PR-FIN.
001454     IF MH37-DTRAD > ZERO
001455        AND MH37-DTRAD < W-PR-DEBUT-SUIVANTE
001456        MOVE MH37-DTRAD TO W-PR-FIN
001457     END-IF.
001458     IF W-PR-DEBUT = W-PR-DEBUT-ANNEE
001459        AND W-PR-FIN = W-PR-DEBUT-SUIVANTE
001460        GO TO 6004-PRO-EXIT
001461     END-IF.
001462     COMPUTE W-PR-JOURS-ANNEE =
001463        FUNCTION INTEGER-OF-DATE (W-PR-DEBUT-SUIVANTE)
001464        - FUNCTION INTEGER-OF-DATE (W-PR-DEBUT-ANNEE).
001465     MOVE ZERO TO W-PR-JOURS-ADHESION.
001466     IF W-PR-FIN > W-PR-DEBUT
001467        COMPUTE W-PR-JOURS-ADHESION =
001468           FUNCTION INTEGER-OF-DATE (W-PR-FIN)
001469           - FUNCTION INTEGER-OF-DATE (W-PR-DEBUT)
001470     END-IF.
001471     COMPUTE W-PR-FIXE ROUNDED =
001472        W-BA-FIXE (W-IDX-BA) * W-PR-JOURS-ADHESION
001473        / W-PR-JOURS-ANNEE.
001474     COMPUTE W-PR-PLANCHER ROUNDED =
001475        W-BA-PLANCHER (W-IDX-BA) * W-PR-JOURS-ADHESION
001476        / W-PR-JOURS-ANNEE.
001477     ADD 1 TO W-NB-PRORATAS.
001478 6004-PRO-EXIT.
001479     EXIT.
001480*****************************************************************
001481*    6009-APPLIQUER-BORNES - BORNES PRODUIT DE L'ENTREE BAREME
001482*    RETENUE (W-IDX-BA ENCORE POSITIONNE PAR 6004) : LA
001483*    COTISATION CALCULEE EST RELEVEE AU PLANCHER (PRORATISE
001484*    PAR 6004-PRORATISER), PUIS ECRETEE
001437*    AU PLAFOND ANNUEL RESTANT DU CUMUL ADHERENT/PRODUIT, ET LE
001438*    CUMUL EST MIS A JOUR. BORNE A ZERO = BORNE INACTIVE.
001439*****************************************************************
001440 6009-APPLIQUER-BORNES.
001441     IF W-PR-PLANCHER > ZERO
001442        AND W-COTNET-BAREME < W-PR-PLANCHER
001443        MOVE W-PR-PLANCHER TO W-COTNET-BAREME
001444        ADD 1 TO W-NB-PLANCHERS
001445     END-IF.
001446     IF W-BA-PLAFOND (W-IDX-BA) = ZERO
002819     MOVE W-BIF-CETRTF-T (W-IDX-ROW) TO W-BIF-CETRTF.
002820     MOVE W-BIF-COTRTO-T (W-IDX-ROW) TO W-BIF-COTRTO.
002821     MOVE W-BIF-COTNET-T (W-IDX-ROW) TO W-BIF-COTNET.
002822     MOVE W-BIF-COADHF TO W-CORR-COADHF-TEST.
002823     PERFORM 1478-FILTRER-CORRECTION THRU 1478-EXIT.
002824     IF NOT CORR-RETENU
002825        ADD 1 TO W-NB-ADH-HORS-CORR
002826        GO TO 6011-EXIT
002827     END-IF.
002828     ADD 1 TO W-NB-BI-FULL.
002829     ADD W-BIF-COTNET TO W-BI-HASH-COTNET.
002830     MOVE W-BIF-COETBL TO RN-COETBL.
002831     MOVE W-BIF-COADHF TO RN-COADHF.
002832     IF MASQUAGE-ACTIF
002833        MOVE W-BIF-COADHF TO W-ID-CLAIR
002834        PERFORM Z-950-MASQUER-ID THRU Z-950-EXIT
002835        MOVE W-ID-MASQUE TO RN-COADHF
002836     END-IF.
002837     MOVE W-BIF-CETRTF TO RN-CETRTF.
002838     MOVE W-BIF-COTRTO TO RN-COTRTO.
002839     MOVE W-BIF-COTNET TO MH37-COTNET.
002840     PERFORM 6005-EXPORTER-CSV-BI THRU 6005-EXIT.
002841     IF SIM-MODE-ON
002842        PERFORM 6030-CUMULER-SIMULATION THRU 6030-EXIT
002843     END-IF.
002844 6011-EXIT.
002845     EXIT.
001279*****************************************************************
001280*    6010-RECONCILIER-TBXXECP - RAPPORT RAPRECP : SIGNALE LES
001281*    ADHERENTS DONT LA COTISATION AFFVEAP (CLE COETBL/COADHF/
