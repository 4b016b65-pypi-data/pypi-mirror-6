000100     D'INDEX ALTERNATIF COADHF, RECONCILIE CE TOTAL CONTRE LES
000110     DOUZE TOTAUX MENSUELS PERSISTES PAR HZRL0001 (RL-TOTAUX)
000120     ET EDITE UNE PAGE D'ATTESTATION PAR ADHERENT SUR AT-PRNT
000130     (BLOC IDENTITE ADH-MAST, BLOC ETABLISSEMENT, MENTION LEGALE,
000140     TOTAL ANNUEL). TOUT ECART DE RECONCILIATION EST PORTE SUR
000150     L'ATTESTATION ET LAISSE LE CODE CONDITION A 4 : ON NE SIGNE
000160     PAS UNE ATTESTATION QUI NE RECOUPE PAS LES RELEVES.
000180*    HISTORIQUE DES MODIFICATIONS
000190*    --------------------------------------------------------
000200*    DATE       AUTEUR  DESCRIPTION
000201*    --------   ------  -------------------------------------
000202*    02/09/2026 EBA     CREATION.
000203*    15/10/2026 EBA     ADRESSES NPAI (INDICATEUR ADH-REF POSE
000204*                       PAR HZNP0001) : L'ATTESTATION EST
000205*                       RETENUE SUR DOC-RET AU LIEU D'ETRE
000206*                       IMPRIMEE.
000207*    15/10/2026 EBA     DIFFUSION ELECTRONIQUE : POUR UN ADHERENT
000208*                       AU CANAL 'E' (ADH-REF, SANS REJET DE
000209*                       MESSAGERIE), L'ATTESTATION PART SUR DOC-
000210*                       ELEC (INDEX PUIS LIGNES) POUR LA
000211*                       PASSERELLE DE MESSAGERIE AU LIEU D'ETRE
000212*                       IMPRIMEE ; PRIME SUR LA RETENUE NPAI.
000213*    15/10/2026 EBA     REGISTRE DES DOCUMENTS : CHAQUE
000214*                       ATTESTATION, QUEL QUE SOIT SON CANAL, EST
000215*                       RECOPIEE SUR L'ARCHIVE DOC-ARCH ET
000216*                       INSCRITE AU REGISTRE DOC-REG (ADHERENT,
000217*                       TYPE, PERIODE, DATE, LANGUE, CANAL,
000218*                       POSITION DANS L'ARCHIVE) POUR LA
000219*                       REEDITION A LA DEMANDE PAR HZDP0001.
000220*    15/10/2026 EBA     ADH-REF : FREQUENCE DE FACTURATION (M
000221*                       MENSUELLE, T TRIMESTRIELLE, A ANNUELLE)
000222*                       EN FIN DE DESSIN.
000223*    15/10/2026 EBA     REFERENTIEL LU PAR CLE DANS LE MAITRE
000224*                       INDEXE ADH-MAST (CHEMIN ALTERNATIF
000225*                       COADHF) AU LIEU DES TABLES IDENTITE, NPAI
000226*                       ET ELECTRONIQUE DE 2000 ENTREES CHARGEES
000227*                       DEPUIS ADH-REF.
000228*    15/10/2026 EBA     LANGUE DE L'ADHERENT (ADH-MAST, 'FR' A
000229*                       DEFAUT) PORTEE AU REGISTRE DOC-REG.
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000420     SELECT RL-TOTAUX ASSIGN TO RLTOTAUX
000430         ORGANIZATION SEQUENTIAL
000440         FILE STATUS W-RL-TOTAUX-STATUS.
000445     SELECT ADH-MAST ASSIGN TO ADHMAST
000450         ORGANIZATION INDEXED
000455         ACCESS MODE DYNAMIC
000460         RECORD KEY AF-CLE
000465         ALTERNATE RECORD KEY AF-COADHF WITH DUPLICATES
000470         FILE STATUS W-ADH-MAST-STATUS.
000480     SELECT AT-PRNT ASSIGN TO ATPRNT
000490         ORGANIZATION SEQUENTIAL
000491         FILE STATUS W-AT-PRNT-STATUS.
000492     SELECT DOC-RET ASSIGN TO DOCRET
000493         ORGANIZATION SEQUENTIAL
000494         FILE STATUS W-DOC-RET-STATUS.
000495     SELECT DOC-ELEC ASSIGN TO DOCELEC
000496         ORGANIZATION SEQUENTIAL
000497         FILE STATUS W-DOC-ELEC-STATUS.
000498     SELECT DOC-ARCH ASSIGN TO DOCARCH
000499         ORGANIZATION SEQUENTIAL
000500         FILE STATUS W-DOC-ARCH-STATUS.
000501     SELECT DOC-REG ASSIGN TO DOCREG
000502         ORGANIZATION SEQUENTIAL
000503         FILE STATUS W-DOC-REG-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530*****************************************************************
000760     05  RT-TOTAL                PIC S9(11)V99
000770                                 SIGN LEADING SEPARATE.
000780*****************************************************************
000790*    ADH-MAST - MAITRE ADHERENT (BLOC IDENTITE, NPAI, CANAL DE
000800*    DIFFUSION), LU PAR LE CHEMIN ALTERNATIF COADHF.
000810*****************************************************************
000820 FD  ADH-MAST
000830     LABEL RECORD STANDARD
000831     DATA RECORD ADH-MAST-ENREG.
000832 COPY ADHMSTC.
000833 FD  AT-PRNT
000834     LABEL RECORD STANDARD
000835     DATA RECORD AT-PRNT-LIGNE.
000836 01  AT-PRNT-LIGNE               PIC X(132).
000837*****************************************************************
000838*    DOC-RET - DOCUMENTS RETENUS POUR ADRESSE NPAI (CUMULATIF,
000839*    EN EXTEND) : UNE LIGNE D'EDITION PAR ENREGISTREMENT, RANG 1
000840*    EN TETE DE DOCUMENT. LISTE HEBDOMADAIRE PAR HZDR0001.
000841*****************************************************************
000842 FD  DOC-RET
000843     LABEL RECORD STANDARD
000844     DATA RECORD DOC-RET-LIGNE.
000845 01  DOC-RET-LIGNE.
000846     05  DR-DATE-RETENUE         PIC 9(08).
000847     05  DR-HEURE-RETENUE        PIC 9(08).
000848     05  DR-PROGRAMME            PIC X(08).
000849     05  DR-TYPE-DOC             PIC X(02).
000850     05  DR-COADHF               PIC X(09).
000851     05  DR-REFERENCE            PIC X(10).
000852     05  DR-RANG                 PIC 9(05).
000853     05  DR-LIGNE                PIC X(132).
000854*****************************************************************
000855*    DOC-ELEC - DOCUMENTS EN DIFFUSION ELECTRONIQUE POUR LA
000856*    PASSERELLE DE MESSAGERIE (CUMULATIF, EN EXTEND, VIDE PAR LA
000857*    PASSERELLE APRES ENVOI) : CHAQUE DOCUMENT EST UN
000858*    ENREGISTREMENT INDEX 'I' (ADHERENT, TYPE, PERIODE, LANGUE,
000859*    ADRESSE ELECTRONIQUE) SUIVI DE SES LIGNES D'EDITION 'L'.
000860*****************************************************************
000861 FD  DOC-ELEC
000862     LABEL RECORD STANDARD
000863     DATA RECORD DOC-ELEC-LIGNE.
000864 01  DOC-ELEC-LIGNE.
000865     05  EL-TYPE-ENREG           PIC X(01).
000866         88  EL-ENREG-INDEX      VALUE 'I'.
000867         88  EL-ENREG-LIGNE      VALUE 'L'.
000868     05  EL-COADHF               PIC X(09).
000869     05  EL-TYPE-DOC             PIC X(02).
000870     05  EL-PERIODE              PIC X(10).
000871     05  EL-SUITE                PIC X(137).
000872     05  EL-INDEX REDEFINES EL-SUITE.
000873         10  EL-LANGUE           PIC X(02).
000874         10  EL-EMAIL            PIC X(60).
000875         10  EL-PROGRAMME        PIC X(08).
000876         10  EL-DATE-PRODUCTION  PIC 9(08).
000877         10  EL-HEURE-PRODUCTION PIC 9(08).
000878         10  FILLER              PIC X(51).
000879     05  EL-DETAIL REDEFINES EL-SUITE.
000880         10  EL-RANG             PIC 9(05).
000881         10  EL-LIGNE            PIC X(132).
000882*****************************************************************
000883*    DOC-ARCH - ARCHIVE DES DOCUMENTS ADHERENT (CUMULATIF, EN
000884*    EXTEND) : TOUTE LIGNE EDITEE, QUEL QUE SOIT LE CANAL, Y EST
000885*    RECOPIEE AVEC LE PROGRAMME, LA DATE ET L'HEURE DU PASSAGE
000886*    ET SON RANG DANS LE PASSAGE. REPRIS PAR HZDP0001.
000887*****************************************************************
000888 FD  DOC-ARCH
000889     LABEL RECORD STANDARD
000890     DATA RECORD DOC-ARCH-LIGNE.
000891 01  DOC-ARCH-LIGNE.
000892     05  AR-PROGRAMME            PIC X(08).
000893     05  AR-DATE-PRODUCTION      PIC 9(08).
000894     05  AR-HEURE-PRODUCTION     PIC 9(08).
000895     05  AR-RANG                 PIC 9(07).
000896     05  AR-LIGNE                PIC X(132).
000897*****************************************************************
000898*    DOC-REG - REGISTRE DES DOCUMENTS ADHERENT (CUMULATIF, EN
000899*    EXTEND) : UNE ENTREE PAR DOCUMENT PRODUIT (ADHERENT, TYPE,
000900*    PERIODE, DATE, LANGUE, CANAL) AVEC SA POSITION DANS
000901*    DOC-ARCH (PROGRAMME/DATE/HEURE DU PASSAGE, RANG DE LA
000902*    PREMIERE LIGNE, NOMBRE DE LIGNES).
000903*****************************************************************
000904 FD  DOC-REG
000905     LABEL RECORD STANDARD
000906     DATA RECORD DOC-REG-LIGNE.
000907 01  DOC-REG-LIGNE.
000908     05  RG-COADHF               PIC X(09).
000909     05  RG-TYPE-DOC             PIC X(02).
000910     05  RG-PERIODE              PIC X(10).
000911     05  RG-DATE-PRODUCTION      PIC 9(08).
000912     05  RG-HEURE-PRODUCTION     PIC 9(08).
000913     05  RG-LANGUE               PIC X(02).
000914     05  RG-CANAL                PIC X(01).
000915         88  RG-CANAL-PAPIER     VALUE 'P'.
000916         88  RG-CANAL-ELECTRONIQUE VALUE 'E'.
000917         88  RG-CANAL-RETENU     VALUE 'R'.
000918     05  RG-PROGRAMME            PIC X(08).
000919     05  RG-RANG-DEBUT           PIC 9(07).
000920     05  RG-NB-LIGNES            PIC 9(05).
000921     05  FILLER                  PIC X(10).
001000 WORKING-STORAGE SECTION.
001010 01  W-AT-DEM-STATUS             PIC XX.
001020     88  AT-DEM-OK               VALUE '00'.
001060 01  W-RL-TOTAUX-STATUS          PIC XX.
001070     88  RL-TOTAUX-OK            VALUE '00'.
001080     88  RL-TOTAUX-FIN           VALUE '10'.
001088 01  W-ADH-MAST-STATUS           PIC XX.
001096     88  ADH-MAST-OK             VALUE '00'.
001104 01  W-ADH-MAST-OUVERT           PIC X VALUE 'N'.
001112     88  ADH-MAST-OUVERT         VALUE 'O'.
001120 01  W-AT-PRNT-STATUS            PIC XX.
001130 01  W-FIN-DEMANDES              PIC X VALUE 'N'.
001140     88  FIN-DEMANDES            VALUE 'O'.
001160     88  FIN-MOUVEMENTS          VALUE 'O'.
001170 01  W-FIN-TOTAUX                PIC X VALUE 'N'.
001180     88  FIN-TOTAUX              VALUE 'O'.
001190 01  W-FIN-ENTREES-ADH           PIC X VALUE 'N'.
001200     88  FIN-ENTREES-ADH         VALUE 'O'.
001210*****************************************************************
001220*    TOTAUX MENSUELS RL-TOTAUX EN TABLE (5000 LIGNES AU PLUS).
001230*****************************************************************
001280         10  W-TL-MOIS           PIC X(06).
001290         10  W-TL-TOTAL          PIC S9(11)V99 COMP-3.
001300*****************************************************************
001304*    ENTREES ADH-MAST DE L'ADHERENT COURANT : IDENTITE DE LA
001308*    PREMIERE ENTREE, ADRESSE NPAI SI UNE ENTREE LE PORTE,
001312*    DIFFUSION ELECTRONIQUE PAR LA PREMIERE ENTREE AU CANAL 'E'
001316*    SANS REJET DE MESSAGERIE (POSE PAR HZNP0001).
001320*****************************************************************
001330 01  W-IDENTITE-TROUVEE-SW       PIC X VALUE 'N'.
001340     88  IDENTITE-TROUVEE        VALUE 'O'.
001350 01  W-ADH-NPAI-SW               PIC X VALUE 'N'.
001360     88  ADHERENT-NPAI           VALUE 'O'.
001370 01  W-ADH-ELEC-SW               PIC X VALUE 'N'.
001380     88  ADHERENT-ELECTRONIQUE   VALUE 'O'.
001390 01  W-ELEC-LANGUE               PIC X(02) VALUE SPACES.
001400 01  W-LANGUE-COURANTE           PIC X(02) VALUE 'FR'.
001410 01  W-ELEC-EMAIL                PIC X(60) VALUE SPACES.
001420*****************************************************************
001430*    ZONE D'ECHANGE AVEC HZCD0001, MEME DECOUPE QUE DANS HORROR.
001440*****************************************************************
001600 01  W-NB-MOIS-TROUVES           PIC 9(02) COMP VALUE ZERO.
001610 01  W-COETBL-COURANT            PIC X(05) VALUE SPACES.
001620 01  W-NOM-COURANT               PIC X(30) VALUE SPACES.
001621 01  W-ADRESSE-COURANTE          PIC X(30) VALUE SPACES.
001622 01  W-CP-COURANT                PIC X(05) VALUE SPACES.
001623 01  W-VILLE-COURANTE            PIC X(20) VALUE SPACES.
001624 01  W-DOC-RET-STATUS            PIC XX.
001625*****************************************************************
001626*    ADHERENTS A ADRESSE NPAI : LEURS DOCUMENTS SONT RETENUS SUR
001627*    DOC-RET AU LIEU D'ETRE IMPRIMES.
001628*****************************************************************
001629 01  W-DOC-RETENU-SW             PIC X VALUE 'N'.
001630     88  DOCUMENT-RETENU         VALUE 'O'.
001631 01  W-DATE-RETENUE              PIC 9(08) VALUE ZERO.
001632 01  W-HEURE-RETENUE             PIC 9(08) VALUE ZERO.
001633 01  W-RANG-RETENU               PIC 9(05) COMP VALUE ZERO.
001634 01  W-NB-RETENUS                PIC 9(05) COMP VALUE ZERO.
001635 01  W-DOC-ELEC-STATUS           PIC XX.
001636*****************************************************************
001637*    ADHERENTS EN DIFFUSION ELECTRONIQUE (CANAL 'E' SANS REJET DE
001638*    MESSAGERIE) : LEURS DOCUMENTS PARTENT SUR DOC-ELEC ET NON A
001639*    L'IMPRESSION. UN REJET DE MESSAGERIE POSE PAR HZNP0001 LES
001640*    RAMENE AU PAPIER.
001641*****************************************************************
001642 01  W-DOC-ELEC-SW               PIC X VALUE 'N'.
001643     88  DOCUMENT-ELECTRONIQUE   VALUE 'O'.
001644 01  W-RANG-ELEC                 PIC 9(05) COMP VALUE ZERO.
001645 01  W-NB-ELECTRONIQUES          PIC 9(05) COMP VALUE ZERO.
001646 01  W-DOC-ARCH-STATUS           PIC XX.
001647 01  W-DOC-REG-STATUS            PIC XX.
001648*****************************************************************
001649*    ARCHIVAGE ET REGISTRE : RANG COURANT DANS LE PASSAGE, RANG
001650*    DE LA PREMIERE LIGNE ET NOMBRE DE LIGNES DU DOCUMENT COURANT.
001651*****************************************************************
001652 01  W-RANG-ARCHIVE              PIC 9(07) COMP VALUE ZERO.
001653 01  W-RANG-DEBUT-DOC            PIC 9(07) COMP VALUE ZERO.
001654 01  W-NB-LIGNES-DOC             PIC 9(05) COMP VALUE ZERO.
001655 01  W-NB-INSCRITS               PIC 9(05) COMP VALUE ZERO.
001660 01  W-NB-ATTESTATIONS           PIC 9(05) COMP VALUE ZERO.
001670 01  W-NB-ECARTS                 PIC 9(05) COMP VALUE ZERO.
001680 01  W-IDX-TL                    PIC 9(04) COMP VALUE ZERO.
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALISE THRU 1000-EXIT.
001760     PERFORM 1500-CHARGER-TOTAUX THRU 1500-EXIT.
001770     PERFORM 1600-OUVRIR-ADH-MAST THRU 1600-EXIT.
001780     PERFORM 2000-TRAITER-DEMANDE THRU 2000-EXIT
001790        UNTIL FIN-DEMANDES.
001800     PERFORM 8000-TERMINE THRU 8000-EXIT.
001810     GOBACK.
001811 1000-INITIALISE.
001812     ACCEPT W-DATE-RETENUE FROM DATE YYYYMMDD.
001813     ACCEPT W-HEURE-RETENUE FROM TIME.
001814     OPEN EXTEND DOC-ARCH.
001815     IF W-DOC-ARCH-STATUS = '05'
001816        OPEN OUTPUT DOC-ARCH
001817     END-IF.
001818     OPEN EXTEND DOC-REG.
001819     IF W-DOC-REG-STATUS = '05'
001820        OPEN OUTPUT DOC-REG
001821     END-IF.
001830     OPEN INPUT AT-DEM.
001840     OPEN INPUT FFFFFGS.
001850     OPEN OUTPUT AT-PRNT.
002240     END-IF.
002250 1510-EXIT.
002260     EXIT.
002270 1600-OUVRIR-ADH-MAST.
002280     OPEN INPUT ADH-MAST.
002290     IF NOT ADH-MAST-OK
002300        DISPLAY 'HZAT0001 - ADH-MAST INDISPONIBLE, BLOC IDENTITE'
002310            ' REDUIT - STATUT ' W-ADH-MAST-STATUS
002320        MOVE 4 TO RETURN-CODE
002330        GO TO 1600-EXIT
002340     END-IF.
002350     MOVE 'O' TO W-ADH-MAST-OUVERT.
002420 1600-EXIT.
002540     EXIT.
002550*****************************************************************
002560*    2000-TRAITER-DEMANDE - UNE ATTESTATION : CUMUL FFFFFGS DE
002770     PERFORM 3000-CUMULER-FFFFFGS THRU 3000-EXIT.
002780     PERFORM 3500-CUMULER-RELEVES THRU 3500-EXIT.
002790     PERFORM 4000-CHERCHER-IDENTITE THRU 4000-EXIT.
002793     PERFORM 4400-CONTROLER-CANAL THRU 4400-EXIT.
002796     PERFORM 4500-CONTROLER-NPAI THRU 4500-EXIT.
002800     PERFORM 5000-EDITER-ATTESTATION THRU 5000-EXIT.
002810 2000-SUIVANT.
002820     READ AT-DEM
003250     END-IF.
003260 3510-EXIT.
003270     EXIT.
003271*****************************************************************
003272*    4000-CHERCHER-IDENTITE - PARCOURS DES ENTREES ADH-MAST DE
003273*    L'ADHERENT PAR LE CHEMIN ALTERNATIF COADHF (MEME PRATIQUE QUE
003274*    3000 SUR FFFFFGS).
003275*****************************************************************
003280 4000-CHERCHER-IDENTITE.
003290     MOVE SPACES TO W-NOM-COURANT.
003300     MOVE SPACES TO W-ADRESSE-COURANTE.
003310     MOVE SPACES TO W-CP-COURANT.
003320     MOVE SPACES TO W-VILLE-COURANTE.
003323     MOVE 'N' TO W-IDENTITE-TROUVEE-SW.
003326     MOVE 'N' TO W-ADH-NPAI-SW.
003329     MOVE 'N' TO W-ADH-ELEC-SW.
003332     MOVE 'FR' TO W-LANGUE-COURANTE.
003335     IF NOT ADH-MAST-OUVERT
003340        GO TO 4000-EXIT
003350     END-IF.
003352     MOVE 'N' TO W-FIN-ENTREES-ADH.
003354     MOVE AD-COADHF TO AF-COADHF.
003356     START ADH-MAST KEY IS EQUAL TO AF-COADHF
003358        INVALID KEY MOVE 'O' TO W-FIN-ENTREES-ADH.
003360     PERFORM 4010-LIRE-ENTREE-ADH THRU 4010-EXIT
003362        UNTIL FIN-ENTREES-ADH.
003364 4000-EXIT.
003366     EXIT.
003368 4010-LIRE-ENTREE-ADH.
003370     READ ADH-MAST NEXT RECORD
003380        AT END
003381           MOVE 'O' TO W-FIN-ENTREES-ADH
003382           GO TO 4010-EXIT
003383     END-READ.
003384     IF AF-COADHF NOT = AD-COADHF
003385        MOVE 'O' TO W-FIN-ENTREES-ADH
003386        GO TO 4010-EXIT
003387     END-IF.
003388     IF NOT IDENTITE-TROUVEE
003389        MOVE 'O' TO W-IDENTITE-TROUVEE-SW
003390        MOVE AF-NOM TO W-NOM-COURANT
003391        MOVE AF-ADRESSE TO W-ADRESSE-COURANTE
003392        MOVE AF-CODE-POSTAL TO W-CP-COURANT
003393        MOVE AF-VILLE TO W-VILLE-COURANTE
003394        IF AF-LANGUE NOT = SPACES
003395           MOVE AF-LANGUE TO W-LANGUE-COURANTE
003396        END-IF
003397     END-IF.
003398     IF AF-ADRESSE-INVALIDE
003399        MOVE 'O' TO W-ADH-NPAI-SW
003400     END-IF.
003401     IF AF-CANAL-ELECTRONIQUE AND NOT AF-EMAIL-INVALIDE
003402        AND NOT ADHERENT-ELECTRONIQUE
003403        MOVE 'O' TO W-ADH-ELEC-SW
003404        MOVE AF-LANGUE TO W-ELEC-LANGUE
003405        MOVE AF-EMAIL TO W-ELEC-EMAIL
003406     END-IF.
003407 4010-EXIT.
003408     EXIT.
003409*****************************************************************
003410*    4400-CONTROLER-CANAL - LE DOCUMENT DE L'ADHERENT COURANT
003411*    PART EN DIFFUSION ELECTRONIQUE SI L'ADHERENT L'A CHOISIE :
003412*    DOC-ELEC EST OUVERT EN EXTEND POUR LA DUREE DU DOCUMENT ET
003413*    L'ENREGISTREMENT INDEX EST ECRIT EN TETE. LA DIFFUSION
003414*    ELECTRONIQUE PRIME SUR LA RETENUE NPAI (ADRESSE POSTALE).
003415*****************************************************************
003416 4400-CONTROLER-CANAL.
003417     MOVE 'N' TO W-DOC-ELEC-SW.
003418     MOVE ZERO TO W-RANG-ELEC.
003419     IF NOT ADHERENT-ELECTRONIQUE
003420        GO TO 4400-EXIT
003421     END-IF.
003422     MOVE 'O' TO W-DOC-ELEC-SW.
003423     ADD 1 TO W-NB-ELECTRONIQUES.
003424     OPEN EXTEND DOC-ELEC.
003425     IF W-DOC-ELEC-STATUS = '05'
003426        OPEN OUTPUT DOC-ELEC
003427     END-IF.
003428     MOVE SPACES TO DOC-ELEC-LIGNE.
003429     MOVE 'I' TO EL-TYPE-ENREG.
003430     MOVE AD-COADHF TO EL-COADHF.
003431     MOVE 'AT' TO EL-TYPE-DOC.
003432     MOVE AD-ANNEE TO EL-PERIODE.
003433     MOVE W-ELEC-LANGUE TO EL-LANGUE.
003434     IF EL-LANGUE = SPACES
003435        MOVE 'FR' TO EL-LANGUE
003436     END-IF.
003437     MOVE W-ELEC-EMAIL TO EL-EMAIL.
003438     MOVE 'HZAT0001' TO EL-PROGRAMME.
003439     MOVE W-DATE-RETENUE TO EL-DATE-PRODUCTION.
003440     MOVE W-HEURE-RETENUE TO EL-HEURE-PRODUCTION.
003441     WRITE DOC-ELEC-LIGNE.
003442 4400-EXIT.
003443     EXIT.
003444*****************************************************************
003445*    4500-CONTROLER-NPAI - LE DOCUMENT DE L'ADHERENT COURANT EST
003446*    RETENU SI SON ADRESSE EST NPAI : DOC-RET EST OUVERT EN
003447*    EXTEND POUR LA DUREE DU DOCUMENT (MEME PRATIQUE QUE
003448*    RL-TOTAUX DANS HZRL0001).
003449*****************************************************************
003450 4500-CONTROLER-NPAI.
003451     MOVE 'N' TO W-DOC-RETENU-SW.
003452     MOVE ZERO TO W-RANG-RETENU.
003453     IF DOCUMENT-ELECTRONIQUE
003454        GO TO 4500-EXIT
003455     END-IF.
003456     IF NOT ADHERENT-NPAI
003457        GO TO 4500-EXIT
003458     END-IF.
003459     MOVE 'O' TO W-DOC-RETENU-SW.
003460     ADD 1 TO W-NB-RETENUS.
003461     OPEN EXTEND DOC-RET.
003462     IF W-DOC-RET-STATUS = '05'
003463        OPEN OUTPUT DOC-RET
003464     END-IF.
003465 4500-EXIT.
003490     EXIT.
003500*****************************************************************
003510*    5000-EDITER-ATTESTATION - PAGE D'ATTESTATION : BLOC
003530*    ET VERDICT DE RECONCILIATION.
003540*****************************************************************
003550 5000-EDITER-ATTESTATION.
003555     MOVE ZERO TO W-NB-LIGNES-DOC.
003560     MOVE SPACES TO W-LIGNE-TRAVAIL.
003570     STRING 'ATTESTATION FISCALE ' DELIMITED BY SIZE
003580         AD-ANNEE DELIMITED BY SIZE
004200     PERFORM 7000-IMPRIMER THRU 7000-EXIT.
004210     MOVE ALL '-' TO W-LIGNE-TRAVAIL.
004220     PERFORM 7000-IMPRIMER THRU 7000-EXIT.
004221     PERFORM 7400-INSCRIRE-REGISTRE THRU 7400-EXIT.
004222     IF DOCUMENT-RETENU
004223        CLOSE DOC-RET
004224     END-IF.
004225     IF DOCUMENT-ELECTRONIQUE
004226        CLOSE DOC-ELEC
004227     END-IF.
004230 5000-EXIT.
004231     EXIT.
004232 7000-IMPRIMER.
004233     MOVE W-LIGNE-TRAVAIL TO AT-PRNT-LIGNE.
004234     EVALUATE TRUE
004235        WHEN DOCUMENT-ELECTRONIQUE
004236           PERFORM 7200-EMETTRE-LIGNE THRU 7200-EXIT
004237        WHEN DOCUMENT-RETENU
004238           PERFORM 7100-RETENIR-LIGNE THRU 7100-EXIT
004239        WHEN OTHER
004240           WRITE AT-PRNT-LIGNE
004241     END-EVALUATE.
004242     PERFORM 7300-ARCHIVER-LIGNE THRU 7300-EXIT.
004243 7000-EXIT.
004244     EXIT.
004245 7100-RETENIR-LIGNE.
004246     ADD 1 TO W-RANG-RETENU.
004247     MOVE W-DATE-RETENUE TO DR-DATE-RETENUE.
004248     MOVE W-HEURE-RETENUE TO DR-HEURE-RETENUE.
004249     MOVE 'HZAT0001' TO DR-PROGRAMME.
004250     MOVE 'AT' TO DR-TYPE-DOC.
004251     MOVE AD-COADHF TO DR-COADHF.
004252     MOVE AD-ANNEE TO DR-REFERENCE.
004253     MOVE W-RANG-RETENU TO DR-RANG.
004254     MOVE AT-PRNT-LIGNE TO DR-LIGNE.
004255     WRITE DOC-RET-LIGNE.
004256 7100-EXIT.
004257     EXIT.
004258 7200-EMETTRE-LIGNE.
004259     ADD 1 TO W-RANG-ELEC.
004260     MOVE 'L' TO EL-TYPE-ENREG.
004261     MOVE AD-COADHF TO EL-COADHF.
004262     MOVE 'AT' TO EL-TYPE-DOC.
004263     MOVE AD-ANNEE TO EL-PERIODE.
004264     MOVE W-RANG-ELEC TO EL-RANG.
004265     MOVE AT-PRNT-LIGNE TO EL-LIGNE.
004266     WRITE DOC-ELEC-LIGNE.
004267 7200-EXIT.
004268     EXIT.
004269 7300-ARCHIVER-LIGNE.
004270     ADD 1 TO W-RANG-ARCHIVE.
004271     ADD 1 TO W-NB-LIGNES-DOC.
004272     IF W-NB-LIGNES-DOC = 1
004273        MOVE W-RANG-ARCHIVE TO W-RANG-DEBUT-DOC
004274     END-IF.
004275     MOVE 'HZAT0001' TO AR-PROGRAMME.
004276     MOVE W-DATE-RETENUE TO AR-DATE-PRODUCTION.
004277     MOVE W-HEURE-RETENUE TO AR-HEURE-PRODUCTION.
004278     MOVE W-RANG-ARCHIVE TO AR-RANG.
004279     MOVE AT-PRNT-LIGNE TO AR-LIGNE.
004280     WRITE DOC-ARCH-LIGNE.
004281 7300-EXIT.
004282     EXIT.
004283*****************************************************************
004284*    7400-INSCRIRE-REGISTRE - LE DOCUMENT QUI VIENT D'ETRE
004285*    PRODUIT EST PORTE AU REGISTRE DOC-REG AVEC SA POSITION DANS
004286*    DOC-ARCH ET SON CANAL ('E' MESSAGERIE, 'R' RETENU NPAI,
004287*    'P' IMPRIME).
004288*****************************************************************
004289 7400-INSCRIRE-REGISTRE.
004290     IF W-NB-LIGNES-DOC = ZERO
004291        GO TO 7400-EXIT
004292     END-IF.
004293     MOVE SPACES TO DOC-REG-LIGNE.
004294     MOVE AD-COADHF TO RG-COADHF.
004295     MOVE 'AT' TO RG-TYPE-DOC.
004296     MOVE AD-ANNEE TO RG-PERIODE.
004297     MOVE W-DATE-RETENUE TO RG-DATE-PRODUCTION.
004298     MOVE W-HEURE-RETENUE TO RG-HEURE-PRODUCTION.
004299     MOVE W-LANGUE-COURANTE TO RG-LANGUE.
004300     EVALUATE TRUE
004301        WHEN DOCUMENT-ELECTRONIQUE
004302           MOVE 'E' TO RG-CANAL
004303        WHEN DOCUMENT-RETENU
004304           MOVE 'R' TO RG-CANAL
004305        WHEN OTHER
004306           MOVE 'P' TO RG-CANAL
004307     END-EVALUATE.
004308     MOVE 'HZAT0001' TO RG-PROGRAMME.
004309     MOVE W-RANG-DEBUT-DOC TO RG-RANG-DEBUT.
004310     MOVE W-NB-LIGNES-DOC TO RG-NB-LIGNES.
004311     WRITE DOC-REG-LIGNE.
004312     ADD 1 TO W-NB-INSCRITS.
004313 7400-EXIT.
004314     EXIT.
004315 8000-TERMINE.
004316     IF AT-DEM-OK OR AT-DEM-FIN
004320        CLOSE AT-DEM
004330     END-IF.
004340     CLOSE FFFFFGS AT-PRNT.
004342     IF ADH-MAST-OUVERT
004344        CLOSE ADH-MAST
004346     END-IF.
004348     CLOSE DOC-ARCH DOC-REG.
004350     MOVE W-NB-ATTESTATIONS TO W-NB-EDIT.
004360     DISPLAY 'HZAT0001 - ATTESTATIONS EDITEES : ' W-NB-EDIT.
004370     MOVE W-NB-ECARTS TO W-NB-EDIT.
004380     DISPLAY 'HZAT0001 - ECARTS DE RECONCILIATION : ' W-NB-EDIT.
004381     MOVE W-NB-RETENUS TO W-NB-EDIT.
004382     DISPLAY 'HZAT0001 - ATTESTATIONS RETENUES (NPAI) : '
004383         W-NB-EDIT.
004384     MOVE W-NB-ELECTRONIQUES TO W-NB-EDIT.
004385     DISPLAY 'HZAT0001 - ATTESTATIONS PAR MESSAGERIE : '
004386         W-NB-EDIT.
004387     MOVE W-NB-INSCRITS TO W-NB-EDIT.
004388     DISPLAY 'HZAT0001 - ATTESTATIONS INSCRITES AU REGISTRE : '
004389         W-NB-EDIT.
004390 8000-EXIT.
004400     EXIT.
