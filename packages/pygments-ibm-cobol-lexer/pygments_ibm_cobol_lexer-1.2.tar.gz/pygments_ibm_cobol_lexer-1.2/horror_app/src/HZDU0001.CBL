000090     PAR ANCIENNETE (SEUILS RELANCE-J1/J2/J3 DE KONSTAB, DEFAUT
000100     30/60/90 JOURS) ET LA LETTRE DU NIVEAU SUIVANT EST GENEREE
000110     SUR DU-PRNT (PAGINATION HZRL0001, IDENTITE ET ADRESSE PRIS
000120     SUR ADH-MAST). CHAQUE RELANCE ENVOYEE EST HISTORISEE DANS
000130     RELANCE-HIST (RECOPIE + AJOUTS SUR RELANCE-NV) : UN NIVEAU
000140     N'EST ATTEINT QU'APRES L'ENVOI DU PRECEDENT. LE RAPPORT
000150     DU-RPRT DONNE L'ENCOURS PAR ETABLISSEMENT ET PAR NIVEAU.
000160*****************************************************************
000170*    HISTORIQUE DES MODIFICATIONS
000180*    --------------------------------------------------------
000181*    DATE       AUTEUR  DESCRIPTION
000182*    --------   ------  -------------------------------------
000183*    02/09/2026 EBA     CREATION.
000184*    15/10/2026 EBA     POSTES PASSES EN PERTE ('I') EXCLUS DES
000185*                       RELANCES.
000186*    15/10/2026 EBA     ADRESSES NPAI (INDICATEUR ADH-REF POSE
000187*                       PAR HZNP0001) : LA LETTRE EST RETENUE
000188*                       SUR DOC-RET AU LIEU D'ETRE IMPRIMEE ;
000189*                       LA RELANCE RESTE HISTORISEE.
000190*    15/10/2026 EBA     DIFFUSION ELECTRONIQUE : POUR UN ADHERENT
000191*                       AU CANAL 'E' (ADH-REF, SANS REJET DE
000192*                       MESSAGERIE), LA LETTRE DE RELANCE PART
000193*                       SUR DOC-ELEC (INDEX PUIS LIGNES) POUR LA
000194*                       PASSERELLE DE MESSAGERIE AU LIEU D'ETRE
000195*                       IMPRIMEE ; PRIME SUR LA RETENUE NPAI.
000196*    15/10/2026 EBA     REGISTRE DES DOCUMENTS : CHAQUE LETTRE DE
000197*                       RELANCE, QUEL QUE SOIT SON CANAL, EST
000198*                       RECOPIEE SUR L'ARCHIVE DOC-ARCH ET
000199*                       INSCRITE AU REGISTRE DOC-REG (ADHERENT,
000200*                       TYPE, PERIODE, DATE, LANGUE, CANAL,
000201*                       POSITION DANS L'ARCHIVE) POUR LA
000202*                       REEDITION A LA DEMANDE PAR HZDP0001.
000203*    15/10/2026 EBA     ADH-REF : FREQUENCE DE FACTURATION (M
000204*                       MENSUELLE, T TRIMESTRIELLE, A ANNUELLE)
000205*                       EN FIN DE DESSIN.
000206*    15/10/2026 EBA     FACTURES EN LITIGE (REGISTRE LIT-REG
000207*                       TENU PAR HZLT0001) : PAS DE RELANCE
000208*                       TANT QUE LE LITIGE EST OUVERT.
000209*    15/10/2026 EBA     FACTURES CONFIEES A L'AGENCE DE
000210*                       RECOUVREMENT (REGISTRE AG-REG TENU PAR
000211*                       HZAG0001/HZAJ0001) : PLUS DE RELANCE.
000212*    15/10/2026 EBA     REFERENTIEL LU PAR CLE DANS LE MAITRE
000213*                       INDEXE ADH-MAST (CHEMIN ALTERNATIF
000214*                       COADHF) AU LIEU DES TABLES ADRESSE, NPAI
000215*                       ET ELECTRONIQUE DE 2000 ENTREES CHARGEES
000216*                       DEPUIS ADH-REF.
000217*    15/10/2026 EBA     LANGUE DE L'ADHERENT (ADH-MAST, 'FR' A
000218*                       DEFAUT) PORTEE AU REGISTRE DOC-REG.
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000370     SELECT RELANCE-HIST ASSIGN TO RELHIST
000380         ORGANIZATION SEQUENTIAL
000390         FILE STATUS W-RELANCE-HIST-STATUS.
000395     SELECT ADH-MAST ASSIGN TO ADHMAST
000400         ORGANIZATION INDEXED
000405         ACCESS MODE DYNAMIC
000410         RECORD KEY AF-CLE
000415         ALTERNATE RECORD KEY AF-COADHF WITH DUPLICATES
000420         FILE STATUS W-ADH-MAST-STATUS.
000430     SELECT RELANCE-NV ASSIGN TO RELNV
000440         ORGANIZATION SEQUENTIAL
000450         FILE STATUS W-RELANCE-NV-STATUS.
000480         FILE STATUS W-DU-PRNT-STATUS.
000490     SELECT DU-RPRT ASSIGN TO DURPRT
000500         ORGANIZATION SEQUENTIAL
000501         FILE STATUS W-DU-RPRT-STATUS.
000502     SELECT DOC-RET ASSIGN TO DOCRET
000503         ORGANIZATION SEQUENTIAL
000504         FILE STATUS W-DOC-RET-STATUS.
000505     SELECT DOC-ELEC ASSIGN TO DOCELEC
000506         ORGANIZATION SEQUENTIAL
000507         FILE STATUS W-DOC-ELEC-STATUS.
000508     SELECT DOC-ARCH ASSIGN TO DOCARCH
000509         ORGANIZATION SEQUENTIAL
000510         FILE STATUS W-DOC-ARCH-STATUS.
000511     SELECT DOC-REG ASSIGN TO DOCREG
000512         ORGANIZATION SEQUENTIAL
000513         FILE STATUS W-DOC-REG-STATUS.
000514     SELECT LIT-REG ASSIGN TO LITREG
000515         ORGANIZATION SEQUENTIAL
000516         FILE STATUS W-LIT-REG-STATUS.
000517     SELECT AG-REG ASSIGN TO AGREG
000518         ORGANIZATION SEQUENTIAL
000519         FILE STATUS W-AG-REG-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  OUV-ITEMS
000830     05  RH-NIVEAU               PIC 9(01).
000840     05  RH-DATE-ENVOI           PIC 9(08).
000850*****************************************************************
000857*    ADH-MAST - MAITRE ADHERENT (IDENTITE/ADRESSE POUR LES
000864*    LETTRES, NPAI, CANAL DE DIFFUSION), LU PAR LE CHEMIN
000871*    ALTERNATIF COADHF.
000880*****************************************************************
000890 FD  ADH-MAST
000900     LABEL RECORD STANDARD
000910     DATA RECORD ADH-MAST-ENREG.
000920 COPY ADHMSTC.
001030 FD  RELANCE-NV
001040     LABEL RECORD STANDARD
001050     DATA RECORD RELANCE-NV-LIGNE.
001120     LABEL RECORD STANDARD
001130     DATA RECORD DU-RPRT-LIGNE.
001140 01  DU-RPRT-LIGNE               PIC X(132).
001141*****************************************************************
001142*    DOC-RET - DOCUMENTS RETENUS POUR ADRESSE NPAI (CUMULATIF,
001143*    EN EXTEND) : UNE LIGNE D'EDITION PAR ENREGISTREMENT, RANG 1
001144*    EN TETE DE DOCUMENT. LISTE HEBDOMADAIRE PAR HZDR0001.
001145*****************************************************************
001146 FD  DOC-RET
001147     LABEL RECORD STANDARD
001148     DATA RECORD DOC-RET-LIGNE.
001149 01  DOC-RET-LIGNE.
001150     05  DR-DATE-RETENUE         PIC 9(08).
001151     05  DR-HEURE-RETENUE        PIC 9(08).
001152     05  DR-PROGRAMME            PIC X(08).
001153     05  DR-TYPE-DOC             PIC X(02).
001154     05  DR-COADHF               PIC X(09).
001155     05  DR-REFERENCE            PIC X(10).
001156     05  DR-RANG                 PIC 9(05).
001157     05  DR-LIGNE                PIC X(132).
001158*****************************************************************
001159*    DOC-ELEC - DOCUMENTS EN DIFFUSION ELECTRONIQUE POUR LA
001160*    PASSERELLE DE MESSAGERIE (CUMULATIF, EN EXTEND, VIDE PAR LA
001161*    PASSERELLE APRES ENVOI) : CHAQUE DOCUMENT EST UN
001162*    ENREGISTREMENT INDEX 'I' (ADHERENT, TYPE, PERIODE, LANGUE,
001163*    ADRESSE ELECTRONIQUE) SUIVI DE SES LIGNES D'EDITION 'L'.
001164*****************************************************************
001165 FD  DOC-ELEC
001166     LABEL RECORD STANDARD
001167     DATA RECORD DOC-ELEC-LIGNE.
001168 01  DOC-ELEC-LIGNE.
001169     05  EL-TYPE-ENREG           PIC X(01).
001170         88  EL-ENREG-INDEX      VALUE 'I'.
001171         88  EL-ENREG-LIGNE      VALUE 'L'.
001172     05  EL-COADHF               PIC X(09).
001173     05  EL-TYPE-DOC             PIC X(02).
001174     05  EL-PERIODE              PIC X(10).
001175     05  EL-SUITE                PIC X(137).
001176     05  EL-INDEX REDEFINES EL-SUITE.
001177         10  EL-LANGUE           PIC X(02).
001178         10  EL-EMAIL            PIC X(60).
001179         10  EL-PROGRAMME        PIC X(08).
001180         10  EL-DATE-PRODUCTION  PIC 9(08).
001181         10  EL-HEURE-PRODUCTION PIC 9(08).
001182         10  FILLER              PIC X(51).
001183     05  EL-DETAIL REDEFINES EL-SUITE.
001184         10  EL-RANG             PIC 9(05).
001185         10  EL-LIGNE            PIC X(132).
001186*****************************************************************
001187*    DOC-ARCH - ARCHIVE DES DOCUMENTS ADHERENT (CUMULATIF, EN
001188*    EXTEND) : TOUTE LIGNE EDITEE, QUEL QUE SOIT LE CANAL, Y EST
001189*    RECOPIEE AVEC LE PROGRAMME, LA DATE ET L'HEURE DU PASSAGE
001190*    ET SON RANG DANS LE PASSAGE. REPRIS PAR HZDP0001.
001191*****************************************************************
001192 FD  DOC-ARCH
001193     LABEL RECORD STANDARD
001194     DATA RECORD DOC-ARCH-LIGNE.
001195 01  DOC-ARCH-LIGNE.
001196     05  AR-PROGRAMME            PIC X(08).
001197     05  AR-DATE-PRODUCTION      PIC 9(08).
001198     05  AR-HEURE-PRODUCTION     PIC 9(08).
001199     05  AR-RANG                 PIC 9(07).
001200     05  AR-LIGNE                PIC X(132).
001201*****************************************************************
001202*    DOC-REG - REGISTRE DES DOCUMENTS ADHERENT (CUMULATIF, EN
001203*    EXTEND) : UNE ENTREE PAR DOCUMENT PRODUIT (ADHERENT, TYPE,
001204*    PERIODE, DATE, LANGUE, CANAL) AVEC SA POSITION DANS
001205*    DOC-ARCH (PROGRAMME/DATE/HEURE DU PASSAGE, RANG DE LA
001206*    PREMIERE LIGNE, NOMBRE DE LIGNES).
001207*****************************************************************
001208 FD  DOC-REG
001209     LABEL RECORD STANDARD
001210     DATA RECORD DOC-REG-LIGNE.
001211 01  DOC-REG-LIGNE.
001212     05  RG-COADHF               PIC X(09).
001213     05  RG-TYPE-DOC             PIC X(02).
001214     05  RG-PERIODE              PIC X(10).
001215     05  RG-DATE-PRODUCTION      PIC 9(08).
001216     05  RG-HEURE-PRODUCTION     PIC 9(08).
001217     05  RG-LANGUE               PIC X(02).
001218     05  RG-CANAL                PIC X(01).
001219         88  RG-CANAL-PAPIER     VALUE 'P'.
001220         88  RG-CANAL-ELECTRONIQUE VALUE 'E'.
001221         88  RG-CANAL-RETENU     VALUE 'R'.
001222     05  RG-PROGRAMME            PIC X(08).
001223     05  RG-RANG-DEBUT           PIC 9(07).
001224     05  RG-NB-LIGNES            PIC 9(05).
001225     05  FILLER                  PIC X(10).
001226*****************************************************************
001227*    LIT-REG - REGISTRE DES LITIGES OUVERTS TENU PAR HZLT0001,
001228*    MEME DESSIN : UNE FACTURE INSCRITE EST ECARTEE DES
001229*    RELANCES.
001230*****************************************************************
001231 FD  LIT-REG
001232     LABEL RECORD STANDARD
001233     DATA RECORD LIT-REG-LIGNE.
001234 01  LIT-REG-LIGNE.
001235     05  LR-NUMERO-FACTURE       PIC 9(08).
001236     05  LR-COADHF               PIC X(09).
001237     05  LR-COETBL               PIC X(05).
001238     05  LR-DATE-OUVERTURE       PIC 9(08).
001239     05  LR-MOTIF                PIC X(30).
001240     05  LR-MONTANT-TTC          PIC S9(11)V99
001241                                 SIGN LEADING SEPARATE.
001242     05  LR-RESTE-DU             PIC S9(11)V99
001243                                 SIGN LEADING SEPARATE.
001244*****************************************************************
001245*    AG-REG - REGISTRE DES FACTURES CONFIEES A L'AGENCE DE
001246*    RECOUVREMENT, MEME DESSIN QUE DANS HZAG0001 : UNE FACTURE
001247*    INSCRITE EST ECARTEE DES RELANCES.
001248*****************************************************************
001249 FD  AG-REG
001250     LABEL RECORD STANDARD
001251     DATA RECORD AG-REG-LIGNE.
001252 01  AG-REG-LIGNE.
001253     05  CR-NUMERO-FACTURE       PIC 9(08).
001254     05  CR-COADHF               PIC X(09).
001255     05  CR-COETBL               PIC X(05).
001256     05  CR-DATE-REMISE          PIC 9(08).
001257     05  CR-MONTANT-CONFIE       PIC S9(11)V99
001258                                 SIGN LEADING SEPARATE.
001259     05  CR-MONTANT-RECOUVRE     PIC S9(11)V99
001260                                 SIGN LEADING SEPARATE.
001261 WORKING-STORAGE SECTION.
001262 01  W-OUV-ITEMS-STATUS          PIC XX.
001263     88  OUV-ITEMS-OK            VALUE '00'.
001264     88  OUV-ITEMS-FIN           VALUE '10'.
001265 01  W-KONSTAB-STATUS            PIC XX.
001266     88  KONSTAB-OK              VALUE '00'.
001267     88  KONSTAB-FIN             VALUE '10'.
001268 01  W-RELANCE-HIST-STATUS       PIC XX.
001269     88  RELANCE-HIST-OK         VALUE '00'.
001270     88  RELANCE-HIST-FIN        VALUE '10'.
001271 01  W-ADH-MAST-STATUS           PIC XX.
001272     88  ADH-MAST-OK             VALUE '00'.
001273 01  W-ADH-MAST-OUVERT           PIC X VALUE 'N'.
001274     88  ADH-MAST-OUVERT         VALUE 'O'.
001280 01  W-RELANCE-NV-STATUS         PIC XX.
001290 01  W-DU-PRNT-STATUS            PIC XX.
001300 01  W-DU-RPRT-STATUS            PIC XX.
001320     88  FIN-OUV                 VALUE 'O'.
001330 01  W-FIN-HIST                  PIC X VALUE 'N'.
001340     88  FIN-HIST                VALUE 'O'.
001350 01  W-FIN-ENTREES-ADH           PIC X VALUE 'N'.
001360     88  FIN-ENTREES-ADH         VALUE 'O'.
001370*****************************************************************
001380*    SEUILS D'ANCIENNETE (JOURS) DES TROIS NIVEAUX DE RELANCE.
001390*****************************************************************
001520         10  W-RH-NIVEAU         PIC 9(01).
001530         10  W-RH-DATE           PIC 9(08).
001540*****************************************************************
001546*    ENTREES ADH-MAST DE L'ADHERENT COURANT : BLOC ADRESSE DE LA
001552*    PREMIERE ENTREE, ADRESSE NPAI SI UNE ENTREE LE PORTE,
001558*    DIFFUSION ELECTRONIQUE PAR LA PREMIERE ENTREE AU CANAL 'E'
001564*    SANS REJET DE MESSAGERIE (POSE PAR HZNP0001).
001570*****************************************************************
001580 01  W-IDENTITE-TROUVEE-SW       PIC X VALUE 'N'.
001590     88  IDENTITE-TROUVEE        VALUE 'O'.
001600 01  W-ADH-NPAI-SW               PIC X VALUE 'N'.
001610     88  ADHERENT-NPAI           VALUE 'O'.
001620 01  W-ADH-ELEC-SW               PIC X VALUE 'N'.
001630     88  ADHERENT-ELECTRONIQUE   VALUE 'O'.
001640 01  W-ELEC-LANGUE               PIC X(02) VALUE SPACES.
001650 01  W-LANGUE-COURANTE           PIC X(02) VALUE 'FR'.
001660 01  W-ELEC-EMAIL                PIC X(60) VALUE SPACES.
001670 01  W-NOM-COURANT               PIC X(30) VALUE SPACES.
001671 01  W-ADRESSE-COURANTE          PIC X(30) VALUE SPACES.
001672 01  W-CP-COURANT                PIC X(05) VALUE SPACES.
001673 01  W-VILLE-COURANTE            PIC X(20) VALUE SPACES.
001674 01  W-DOC-RET-STATUS            PIC XX.
001675*****************************************************************
001676*    ADHERENTS A ADRESSE NPAI : LEURS DOCUMENTS SONT RETENUS SUR
001677*    DOC-RET AU LIEU D'ETRE IMPRIMES.
001678*****************************************************************
001679 01  W-DOC-RETENU-SW             PIC X VALUE 'N'.
001680     88  DOCUMENT-RETENU         VALUE 'O'.
001681 01  W-DATE-RETENUE              PIC 9(08) VALUE ZERO.
001682 01  W-HEURE-RETENUE             PIC 9(08) VALUE ZERO.
001683 01  W-RANG-RETENU               PIC 9(05) COMP VALUE ZERO.
001684 01  W-NB-RETENUS                PIC 9(05) COMP VALUE ZERO.
001685 01  W-DOC-ELEC-STATUS           PIC XX.
001686*****************************************************************
001687*    ADHERENTS EN DIFFUSION ELECTRONIQUE (CANAL 'E' SANS REJET DE
001688*    MESSAGERIE) : LEURS DOCUMENTS PARTENT SUR DOC-ELEC ET NON A
001689*    L'IMPRESSION. UN REJET DE MESSAGERIE POSE PAR HZNP0001 LES
001690*    RAMENE AU PAPIER.
001691*****************************************************************
001692 01  W-DOC-ELEC-SW               PIC X VALUE 'N'.
001693     88  DOCUMENT-ELECTRONIQUE   VALUE 'O'.
001694 01  W-RANG-ELEC                 PIC 9(05) COMP VALUE ZERO.
001695 01  W-NB-ELECTRONIQUES          PIC 9(05) COMP VALUE ZERO.
001696 01  W-DOC-ARCH-STATUS           PIC XX.
001697 01  W-DOC-REG-STATUS            PIC XX.
001698*****************************************************************
001699*    ARCHIVAGE ET REGISTRE : RANG COURANT DANS LE PASSAGE, RANG
001700*    DE LA PREMIERE LIGNE ET NOMBRE DE LIGNES DU DOCUMENT COURANT.
001701*****************************************************************
001702 01  W-RANG-ARCHIVE              PIC 9(07) COMP VALUE ZERO.
001703 01  W-RANG-DEBUT-DOC            PIC 9(07) COMP VALUE ZERO.
001704 01  W-NB-LIGNES-DOC             PIC 9(05) COMP VALUE ZERO.
001705 01  W-NB-INSCRITS               PIC 9(05) COMP VALUE ZERO.
001710*****************************************************************
001720*    ENCOURS PAR ETABLISSEMENT ET PAR NIVEAU (100 AU PLUS).
001730*****************************************************************
001960 01  W-MT-EDIT                   PIC -(12)9,99.
001970 01  W-MT-EDIT-2                 PIC -(12)9,99.
001980 01  W-MT-EDIT-3                 PIC -(12)9,99.
001981 01  W-NB-EDIT                   PIC Z(04)9.
001982 01  W-IDX-EDIT                  PIC 9(04) COMP VALUE ZERO.
001983 01  W-LIGNE-TRAVAIL             PIC X(132).
001984*****************************************************************
001985*    FACTURES EN LITIGE (1000 AU PLUS).
001986*****************************************************************
001987 01  W-LIT-REG-STATUS            PIC XX.
001988     88  LIT-REG-OK              VALUE '00'.
001989     88  LIT-REG-FIN             VALUE '10'.
001990 01  W-FIN-LITIGES               PIC X VALUE 'N'.
001991     88  FIN-LITIGES             VALUE 'O'.
001992 01  W-NB-LITIGES                PIC 9(04) COMP VALUE ZERO.
001993 01  W-TAB-LITIGES.
001994     05  W-LI-FACTURE OCCURS 1000 TIMES
001995             INDEXED BY W-IDX-LI PIC 9(08).
001996 01  W-EN-LITIGE-SW              PIC X VALUE 'N'.
001997     88  EN-LITIGE               VALUE 'O'.
001998 01  W-NB-EN-LITIGE              PIC 9(05) COMP VALUE ZERO.
001999*****************************************************************
002000*    FACTURES CONFIEES A L'AGENCE (1000 AU PLUS).
002001*****************************************************************
002002 01  W-AG-REG-STATUS             PIC XX.
002003     88  AG-REG-OK               VALUE '00'.
002004 01  W-FIN-AGENCE                PIC X VALUE 'N'.
002005     88  FIN-AGENCE              VALUE 'O'.
002006 01  W-NB-CONFIES                PIC 9(04) COMP VALUE ZERO.
002007 01  W-TAB-CONFIES.
002008     05  W-CF-FACTURE OCCURS 1000 TIMES
002009             INDEXED BY W-IDX-CF PIC 9(08).
002010 01  W-EN-AGENCE-SW              PIC X VALUE 'N'.
002011     88  EN-AGENCE               VALUE 'O'.
002012 01  W-NB-EN-AGENCE              PIC 9(05) COMP VALUE ZERO.
002020 PROCEDURE DIVISION.
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALISE THRU 1000-EXIT.
002050     PERFORM 1500-CHARGER-KONSTAB THRU 1500-EXIT.
002060     PERFORM 1600-CHARGER-HISTORIQUE THRU 1600-EXIT.
002065     PERFORM 1700-OUVRIR-ADH-MAST THRU 1700-EXIT.
002070     PERFORM 1800-CHARGER-LITIGES THRU 1800-EXIT.
002075     PERFORM 1850-CHARGER-AGENCE THRU 1850-EXIT.
002080     PERFORM 3000-TRAITER-POSTE THRU 3000-EXIT
002090        UNTIL FIN-OUV.
002100     PERFORM 7000-REECRIRE-HISTORIQUE THRU 7000-EXIT.
002120     PERFORM 8000-TERMINE THRU 8000-EXIT.
002130     GOBACK.
002140 1000-INITIALISE.
002141     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
002142     MOVE W-DATE-JOUR-CCYYMMDD TO W-DATE-RETENUE.
002143     ACCEPT W-HEURE-RETENUE FROM TIME.
002144     OPEN EXTEND DOC-ARCH.
002145     IF W-DOC-ARCH-STATUS = '05'
002146        OPEN OUTPUT DOC-ARCH
002147     END-IF.
002148     OPEN EXTEND DOC-REG.
002149     IF W-DOC-REG-STATUS = '05'
002150        OPEN OUTPUT DOC-REG
002151     END-IF.
002160     COMPUTE W-QUANTIEME-JOUR =
002170        FUNCTION INTEGER-OF-DATE (W-DATE-JOUR-CCYYMMDD).
002180     OPEN INPUT OUV-ITEMS.
002840     END-IF.
002850 1610-EXIT.
002860     EXIT.
002870 1700-OUVRIR-ADH-MAST.
002880     OPEN INPUT ADH-MAST.
002890     IF NOT ADH-MAST-OK
002900        DISPLAY 'HZDU0001 - ADH-MAST INDISPONIBLE, LETTRES SANS '
002910            'BLOC ADRESSE - STATUT ' W-ADH-MAST-STATUS
002920        MOVE 4 TO RETURN-CODE
002930        GO TO 1700-EXIT
002940     END-IF.
002942     MOVE 'O' TO W-ADH-MAST-OUVERT.
002944 1700-EXIT.
002946     EXIT.
002948*****************************************************************
002950*    1800-CHARGER-LITIGES - FACTURES DU REGISTRE LIT-REG. FICHIER
002952*    ABSENT : AUCUN LITIGE CONNU, SIGNALE.
002954*****************************************************************
002956 1800-CHARGER-LITIGES.
002958     OPEN INPUT LIT-REG.
002960     IF NOT LIT-REG-OK
002962        DISPLAY 'HZDU0001 - LIT-REG INDISPONIBLE, AUCUN LITIGE '
002964            'CONNU - STATUT ' W-LIT-REG-STATUS
002966        GO TO 1800-EXIT
002968     END-IF.
002970     PERFORM UNTIL FIN-LITIGES
002972        READ LIT-REG
002974           AT END SET FIN-LITIGES TO TRUE
002976           NOT AT END PERFORM 1810-EMPILER-LITIGE THRU 1810-EXIT
002990        END-READ
003000     END-PERFORM.
003010     CLOSE LIT-REG.
003020 1800-EXIT.
003030     EXIT.
003040 1810-EMPILER-LITIGE.
003050     IF W-NB-LITIGES < 1000
003060        ADD 1 TO W-NB-LITIGES
003070        MOVE LR-NUMERO-FACTURE TO W-LI-FACTURE (W-NB-LITIGES)
003080     ELSE
003090        DISPLAY 'HZDU0001 - TABLE DES LITIGES PLEINE (1000) - '
003100            'ENTREE IGNOREE : ' LR-NUMERO-FACTURE
003101        MOVE 8 TO RETURN-CODE
003102     END-IF.
003103 1810-EXIT.
003104     EXIT.
003105*****************************************************************
003106*    1850-CHARGER-AGENCE - FACTURES DU REGISTRE AG-REG. FICHIER
003107*    ABSENT : AUCUNE FACTURE CONFIEE, SIGNALE.
003108*****************************************************************
003109 1850-CHARGER-AGENCE.
003110     OPEN INPUT AG-REG.
003111     IF NOT AG-REG-OK
003112        DISPLAY 'HZDU0001 - AG-REG INDISPONIBLE, AUCUNE FACTURE '
003113            'CONFIEE - STATUT ' W-AG-REG-STATUS
003114        GO TO 1850-EXIT
003115     END-IF.
003116     PERFORM UNTIL FIN-AGENCE
003117        READ AG-REG
003118           AT END SET FIN-AGENCE TO TRUE
003119           NOT AT END PERFORM 1860-EMPILER-CONFIE THRU 1860-EXIT
003120        END-READ
003121     END-PERFORM.
003122     CLOSE AG-REG.
003123 1850-EXIT.
003124     EXIT.
003125 1860-EMPILER-CONFIE.
003126     IF W-NB-CONFIES < 1000
003127        ADD 1 TO W-NB-CONFIES
003128        MOVE CR-NUMERO-FACTURE TO W-CF-FACTURE (W-NB-CONFIES)
003129     ELSE
003130        DISPLAY 'HZDU0001 - TABLE DES FACTURES CONFIEES PLEINE '
003131            '(1000) - ENTREE IGNOREE : ' CR-NUMERO-FACTURE
003132        MOVE 8 TO RETURN-CODE
003133     END-IF.
003134 1860-EXIT.
003140     EXIT.
003150*****************************************************************
003160*    3000-TRAITER-POSTE - UNE FACTURE NON SOLDEE : TRANCHE
003180*    HISTORISATION, CUMUL DE L'ENCOURS PAR ETABLISSEMENT.
003190*****************************************************************
003200 3000-TRAITER-POSTE.
003210     IF OV-STATUT = 'S' OR OV-STATUT = 'I'
003220        GO TO 3000-SUIVANT
003230     END-IF.
003240     COMPUTE W-RESTE-DU =
003250        OV-MONTANT-TTC - OV-MONTANT-REGLE.
003251     IF W-RESTE-DU NOT GREATER ZERO
003252        GO TO 3000-SUIVANT
003253     END-IF.
003254     PERFORM 3050-CHERCHER-LITIGE THRU 3050-EXIT.
003255     IF EN-LITIGE
003256        ADD 1 TO W-NB-EN-LITIGE
003257        GO TO 3000-SUIVANT
003258     END-IF.
003259     PERFORM 3060-CHERCHER-AGENCE THRU 3060-EXIT.
003260     IF EN-AGENCE
003261        ADD 1 TO W-NB-EN-AGENCE
003270        GO TO 3000-SUIVANT
003280     END-IF.
003290     COMPUTE W-QUANTIEME-FACTURE =
003540     PERFORM 5000-CUMULER-ENCOURS THRU 5000-EXIT.
003550 3000-SUIVANT.
003560     READ OUV-ITEMS
003561        AT END MOVE 'O' TO W-FIN-OUV.
003562 3000-EXIT.
003563     EXIT.
003564 3050-CHERCHER-LITIGE.
003565     MOVE 'N' TO W-EN-LITIGE-SW.
003566     IF W-NB-LITIGES = ZERO
003567        GO TO 3050-EXIT
003568     END-IF.
003569     SET W-IDX-LI TO 1.
003570     SEARCH W-LI-FACTURE
003571        AT END
003572           CONTINUE
003573        WHEN W-IDX-LI > W-NB-LITIGES
003574           CONTINUE
003575        WHEN W-LI-FACTURE (W-IDX-LI) = OV-NUMERO-FACTURE
003576           MOVE 'O' TO W-EN-LITIGE-SW
003577     END-SEARCH.
003578 3050-EXIT.
003579     EXIT.
003580 3060-CHERCHER-AGENCE.
003581     MOVE 'N' TO W-EN-AGENCE-SW.
003582     IF W-NB-CONFIES = ZERO
003583        GO TO 3060-EXIT
003584     END-IF.
003585     SET W-IDX-CF TO 1.
003586     SEARCH W-CF-FACTURE
003587        AT END
003588           CONTINUE
003589        WHEN W-IDX-CF > W-NB-CONFIES
003590           CONTINUE
003591        WHEN W-CF-FACTURE (W-IDX-CF) = OV-NUMERO-FACTURE
003592           MOVE 'O' TO W-EN-AGENCE-SW
003593     END-SEARCH.
003594 3060-EXIT.
003595     EXIT.
003600 3100-CHERCHER-DERNIER-NIVEAU.
003610     MOVE ZERO TO W-NIVEAU-DERNIER.
003620     IF W-NB-HIST = ZERO
003750     EXIT.
003760*****************************************************************
003770*    4000-GENERER-LETTRE - LETTRE DU NIVEAU ENVOYE : BLOC
003780*    ADRESSE (ADH-MAST),RAPPEL DE LA FACTURE ET DU RESTE DU,
003790*    FORMULE PROPRE AU NIVEAU.
003800*****************************************************************
003810 4000-GENERER-LETTRE.
003820     ADD 1 TO W-NB-LETTRES.
003830     PERFORM 4100-CHERCHER-ADRESSE THRU 4100-EXIT.
003833     PERFORM 4150-CONTROLER-CANAL THRU 4150-EXIT.
003836     PERFORM 4200-CONTROLER-NPAI THRU 4200-EXIT.
003840     MOVE 99 TO W-NB-LIGNES-PAGE.
003845     MOVE ZERO TO W-NB-LIGNES-DOC.
003850     MOVE SPACES TO W-LIGNE-TRAVAIL.
003860     STRING 'RELANCE NIVEAU ' DELIMITED BY SIZE
003870         W-NIVEAU-ENVOYE DELIMITED BY SIZE
004340     PERFORM 6000-IMPRIMER-LIGNE THRU 6000-EXIT.
004350     MOVE ALL '-' TO W-LIGNE-TRAVAIL.
004360     PERFORM 6000-IMPRIMER-LIGNE THRU 6000-EXIT.
004361     PERFORM 6400-INSCRIRE-REGISTRE THRU 6400-EXIT.
004362     IF DOCUMENT-RETENU
004363        CLOSE DOC-RET
004364     END-IF.
004365     IF DOCUMENT-ELECTRONIQUE
004366        CLOSE DOC-ELEC
004367     END-IF.
004370 4000-EXIT.
004380     EXIT.
004382*****************************************************************
004384*    4100-CHERCHER-ADRESSE - PARCOURS DES ENTREES ADH-MAST DE
004386*    L'ADHERENT DU POSTE PAR LE CHEMIN ALTERNATIF COADHF.
004388*****************************************************************
004390 4100-CHERCHER-ADRESSE.
004400     MOVE SPACES TO W-NOM-COURANT.
004410     MOVE SPACES TO W-ADRESSE-COURANTE.
004420     MOVE SPACES TO W-CP-COURANT.
004430     MOVE SPACES TO W-VILLE-COURANTE.
004433     MOVE 'N' TO W-IDENTITE-TROUVEE-SW.
004436     MOVE 'N' TO W-ADH-NPAI-SW.
004439     MOVE 'N' TO W-ADH-ELEC-SW.
004442     MOVE 'FR' TO W-LANGUE-COURANTE.
004445     IF NOT ADH-MAST-OUVERT
004450        GO TO 4100-EXIT
004460     END-IF.
004462     MOVE 'N' TO W-FIN-ENTREES-ADH.
004464     MOVE OV-COADHF TO AF-COADHF.
004466     START ADH-MAST KEY IS EQUAL TO AF-COADHF
004468        INVALID KEY MOVE 'O' TO W-FIN-ENTREES-ADH.
004470     PERFORM 4110-LIRE-ENTREE-ADH THRU 4110-EXIT
004472        UNTIL FIN-ENTREES-ADH.
004474 4100-EXIT.
004476     EXIT.
004478 4110-LIRE-ENTREE-ADH.
004480     READ ADH-MAST NEXT RECORD
004490        AT END
004491           MOVE 'O' TO W-FIN-ENTREES-ADH
004492           GO TO 4110-EXIT
004493     END-READ.
004494     IF AF-COADHF NOT = OV-COADHF
004495        MOVE 'O' TO W-FIN-ENTREES-ADH
004496        GO TO 4110-EXIT
004497     END-IF.
004498     IF NOT IDENTITE-TROUVEE
004499        MOVE 'O' TO W-IDENTITE-TROUVEE-SW
004500        MOVE AF-NOM TO W-NOM-COURANT
004501        MOVE AF-ADRESSE TO W-ADRESSE-COURANTE
004502        MOVE AF-CODE-POSTAL TO W-CP-COURANT
004503        MOVE AF-VILLE TO W-VILLE-COURANTE
004504        IF AF-LANGUE NOT = SPACES
004505           MOVE AF-LANGUE TO W-LANGUE-COURANTE
004506        END-IF
004507     END-IF.
004508     IF AF-ADRESSE-INVALIDE
004509        MOVE 'O' TO W-ADH-NPAI-SW
004510     END-IF.
004511     IF AF-CANAL-ELECTRONIQUE AND NOT AF-EMAIL-INVALIDE
004512        AND NOT ADHERENT-ELECTRONIQUE
004513        MOVE 'O' TO W-ADH-ELEC-SW
004514        MOVE AF-LANGUE TO W-ELEC-LANGUE
004515        MOVE AF-EMAIL TO W-ELEC-EMAIL
004516     END-IF.
004517 4110-EXIT.
004518     EXIT.
004519*****************************************************************
004520*    4150-CONTROLER-CANAL - LE DOCUMENT DE L'ADHERENT COURANT
004521*    PART EN DIFFUSION ELECTRONIQUE SI L'ADHERENT L'A CHOISIE :
004522*    DOC-ELEC EST OUVERT EN EXTEND POUR LA DUREE DU DOCUMENT ET
004523*    L'ENREGISTREMENT INDEX EST ECRIT EN TETE. LA DIFFUSION
004524*    ELECTRONIQUE PRIME SUR LA RETENUE NPAI (ADRESSE POSTALE).
004525*****************************************************************
004526 4150-CONTROLER-CANAL.
004527     MOVE 'N' TO W-DOC-ELEC-SW.
004528     MOVE ZERO TO W-RANG-ELEC.
004529     IF NOT ADHERENT-ELECTRONIQUE
004530        GO TO 4150-EXIT
004531     END-IF.
004532     MOVE 'O' TO W-DOC-ELEC-SW.
004533     ADD 1 TO W-NB-ELECTRONIQUES.
004534     OPEN EXTEND DOC-ELEC.
004535     IF W-DOC-ELEC-STATUS = '05'
004536        OPEN OUTPUT DOC-ELEC
004537     END-IF.
004538     MOVE SPACES TO DOC-ELEC-LIGNE.
004539     MOVE 'I' TO EL-TYPE-ENREG.
004540     MOVE OV-COADHF TO EL-COADHF.
004541     MOVE 'RE' TO EL-TYPE-DOC.
004542     MOVE OV-NUMERO-FACTURE TO EL-PERIODE.
004543     MOVE W-ELEC-LANGUE TO EL-LANGUE.
004544     IF EL-LANGUE = SPACES
004545        MOVE 'FR' TO EL-LANGUE
004546     END-IF.
004547     MOVE W-ELEC-EMAIL TO EL-EMAIL.
004548     MOVE 'HZDU0001' TO EL-PROGRAMME.
004549     MOVE W-DATE-RETENUE TO EL-DATE-PRODUCTION.
004550     MOVE W-HEURE-RETENUE TO EL-HEURE-PRODUCTION.
004551     WRITE DOC-ELEC-LIGNE.
004552 4150-EXIT.
004553     EXIT.
004554*****************************************************************
004555*    4200-CONTROLER-NPAI - LE DOCUMENT DE L'ADHERENT COURANT EST
004556*    RETENU SI SON ADRESSE EST NPAI : DOC-RET EST OUVERT EN
004557*    EXTEND POUR LA DUREE DU DOCUMENT (MEME PRATIQUE QUE
004558*    RL-TOTAUX DANS HZRL0001).
004559*****************************************************************
004560 4200-CONTROLER-NPAI.
004561     MOVE 'N' TO W-DOC-RETENU-SW.
004562     MOVE ZERO TO W-RANG-RETENU.
004563     IF DOCUMENT-ELECTRONIQUE
004564        GO TO 4200-EXIT
004565     END-IF.
004566     IF NOT ADHERENT-NPAI
004567        GO TO 4200-EXIT
004568     END-IF.
004569     MOVE 'O' TO W-DOC-RETENU-SW.
004570     ADD 1 TO W-NB-RETENUS.
004571     OPEN EXTEND DOC-RET.
004572     IF W-DOC-RET-STATUS = '05'
004573        OPEN OUTPUT DOC-RET
004574     END-IF.
004575 4200-EXIT.
004600     EXIT.
004610*****************************************************************
004620*    4500-HISTORISER - POSE OU REHAUSSE LE NIVEAU ENVOYE DE LA
005270            W-DATE-JOUR-CCYYMMDD DELIMITED BY SIZE
005280            ' - PAGE ' DELIMITED BY SIZE
005290            W-PAGE-EDIT DELIMITED BY SIZE
005291            INTO DU-PRNT-LIGNE
005292        END-STRING
005293        EVALUATE TRUE
005294           WHEN DOCUMENT-ELECTRONIQUE
005295              PERFORM 6200-EMETTRE-LIGNE THRU 6200-EXIT
005296           WHEN DOCUMENT-RETENU
005297              PERFORM 6100-RETENIR-LIGNE THRU 6100-EXIT
005298           WHEN OTHER
005299              WRITE DU-PRNT-LIGNE
005300        END-EVALUATE
005301        PERFORM 6300-ARCHIVER-LIGNE THRU 6300-EXIT
005302        ADD 1 TO W-NB-LIGNES-PAGE
005303     END-IF.
005304     MOVE W-LIGNE-TRAVAIL TO DU-PRNT-LIGNE.
005305     EVALUATE TRUE
005306        WHEN DOCUMENT-ELECTRONIQUE
005307           PERFORM 6200-EMETTRE-LIGNE THRU 6200-EXIT
005308        WHEN DOCUMENT-RETENU
005309           PERFORM 6100-RETENIR-LIGNE THRU 6100-EXIT
005310        WHEN OTHER
005311           WRITE DU-PRNT-LIGNE
005312     END-EVALUATE.
005313     PERFORM 6300-ARCHIVER-LIGNE THRU 6300-EXIT.
005314     ADD 1 TO W-NB-LIGNES-PAGE.
005315 6000-EXIT.
005316     EXIT.
005317 6100-RETENIR-LIGNE.
005318     ADD 1 TO W-RANG-RETENU.
005319     MOVE W-DATE-RETENUE TO DR-DATE-RETENUE.
005320     MOVE W-HEURE-RETENUE TO DR-HEURE-RETENUE.
005321     MOVE 'HZDU0001' TO DR-PROGRAMME.
005322     MOVE 'RE' TO DR-TYPE-DOC.
005323     MOVE OV-COADHF TO DR-COADHF.
005324     MOVE OV-NUMERO-FACTURE TO DR-REFERENCE.
005325     MOVE W-RANG-RETENU TO DR-RANG.
005326     MOVE DU-PRNT-LIGNE TO DR-LIGNE.
005327     WRITE DOC-RET-LIGNE.
005328 6100-EXIT.
005329     EXIT.
005330 6200-EMETTRE-LIGNE.
005331     ADD 1 TO W-RANG-ELEC.
005332     MOVE 'L' TO EL-TYPE-ENREG.
005333     MOVE OV-COADHF TO EL-COADHF.
005334     MOVE 'RE' TO EL-TYPE-DOC.
005335     MOVE OV-NUMERO-FACTURE TO EL-PERIODE.
005336     MOVE W-RANG-ELEC TO EL-RANG.
005337     MOVE DU-PRNT-LIGNE TO EL-LIGNE.
005338     WRITE DOC-ELEC-LIGNE.
005339 6200-EXIT.
005340     EXIT.
005341 6300-ARCHIVER-LIGNE.
005342     ADD 1 TO W-RANG-ARCHIVE.
005343     ADD 1 TO W-NB-LIGNES-DOC.
005344     IF W-NB-LIGNES-DOC = 1
005345        MOVE W-RANG-ARCHIVE TO W-RANG-DEBUT-DOC
005346     END-IF.
005347     MOVE 'HZDU0001' TO AR-PROGRAMME.
005348     MOVE W-DATE-RETENUE TO AR-DATE-PRODUCTION.
005349     MOVE W-HEURE-RETENUE TO AR-HEURE-PRODUCTION.
005350     MOVE W-RANG-ARCHIVE TO AR-RANG.
005351     MOVE DU-PRNT-LIGNE TO AR-LIGNE.
005352     WRITE DOC-ARCH-LIGNE.
005353 6300-EXIT.
005354     EXIT.
005355*****************************************************************
005356*    6400-INSCRIRE-REGISTRE - LE DOCUMENT QUI VIENT D'ETRE
005357*    PRODUIT EST PORTE AU REGISTRE DOC-REG AVEC SA POSITION DANS
005358*    DOC-ARCH ET SON CANAL ('E' MESSAGERIE, 'R' RETENU NPAI,
005359*    'P' IMPRIME).
005360*****************************************************************
005361 6400-INSCRIRE-REGISTRE.
005362     IF W-NB-LIGNES-DOC = ZERO
005363        GO TO 6400-EXIT
005364     END-IF.
005365     MOVE SPACES TO DOC-REG-LIGNE.
005366     MOVE OV-COADHF TO RG-COADHF.
005367     MOVE 'RE' TO RG-TYPE-DOC.
005368     MOVE OV-NUMERO-FACTURE TO RG-PERIODE.
005369     MOVE W-DATE-RETENUE TO RG-DATE-PRODUCTION.
005370     MOVE W-HEURE-RETENUE TO RG-HEURE-PRODUCTION.
005371     MOVE W-LANGUE-COURANTE TO RG-LANGUE.
005372     EVALUATE TRUE
005373        WHEN DOCUMENT-ELECTRONIQUE
005374           MOVE 'E' TO RG-CANAL
005375        WHEN DOCUMENT-RETENU
005376           MOVE 'R' TO RG-CANAL
005377        WHEN OTHER
005378           MOVE 'P' TO RG-CANAL
005379     END-EVALUATE.
005380     MOVE 'HZDU0001' TO RG-PROGRAMME.
005381     MOVE W-RANG-DEBUT-DOC TO RG-RANG-DEBUT.
005382     MOVE W-NB-LIGNES-DOC TO RG-NB-LIGNES.
005383     WRITE DOC-REG-LIGNE.
005384     ADD 1 TO W-NB-INSCRITS.
005385 6400-EXIT.
005390     EXIT.
005400 7000-REECRIRE-HISTORIQUE.
005410     IF W-NB-HIST > ZERO
005890        CLOSE OUV-ITEMS
005900     END-IF.
005910     CLOSE RELANCE-NV DU-PRNT DU-RPRT.
005912     IF ADH-MAST-OUVERT
005914        CLOSE ADH-MAST
005916     END-IF.
005918     CLOSE DOC-ARCH DOC-REG.
005920     MOVE W-NB-LETTRES TO W-NB-EDIT.
005921     DISPLAY 'HZDU0001 - LETTRES GENEREES : ' W-NB-EDIT.
005922     MOVE W-NB-RETENUS TO W-NB-EDIT.
005923     DISPLAY 'HZDU0001 - LETTRES RETENUES (NPAI) : ' W-NB-EDIT.
005924     MOVE W-NB-ELECTRONIQUES TO W-NB-EDIT.
005925     DISPLAY 'HZDU0001 - LETTRES PAR MESSAGERIE : ' W-NB-EDIT.
005926     MOVE W-NB-INSCRITS TO W-NB-EDIT.
005927     DISPLAY 'HZDU0001 - LETTRES INSCRITES AU REGISTRE : '
005928         W-NB-EDIT.
005929     MOVE W-NB-EN-LITIGE TO W-NB-EDIT.
005930     DISPLAY 'HZDU0001 - FACTURES EN LITIGE : ' W-NB-EDIT.
005931     MOVE W-NB-EN-AGENCE TO W-NB-EDIT.
005932     DISPLAY 'HZDU0001 - FACTURES CONFIEES A L''AGENCE : '
005933         W-NB-EDIT.
005940 8000-EXIT.
005950     EXIT.
