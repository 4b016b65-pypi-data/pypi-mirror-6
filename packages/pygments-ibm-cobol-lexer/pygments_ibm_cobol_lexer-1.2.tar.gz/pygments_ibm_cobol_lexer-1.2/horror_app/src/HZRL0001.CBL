000221*                       L'HORODATE DE LA TRACE EST CONFRONTEE
000222*                       AU MOIS DU RELEVE). FICHIER ABSENT :
000223*                       AUCUNE LIGNE, RELEVE INCHANGE.
000224*    15/10/2026 EBA     ADRESSES NPAI (INDICATEUR ADH-REF POSE
000225*                       PAR HZNP0001) : LE RELEVE EST RETENU
000226*                       SUR DOC-RET AU LIEU D'ETRE IMPRIME ;
000227*                       LE TOTAL RL-TOTAUX RESTE PERSISTE.
000228*    15/10/2026 EBA     DIFFUSION ELECTRONIQUE : POUR UN ADHERENT
000229*                       AU CANAL 'E' (ADH-REF, SANS REJET DE
000230*                       MESSAGERIE), LE RELEVE PART SUR DOC-ELEC
000231*                       (INDEX PUIS LIGNES) POUR LA PASSERELLE DE
000232*                       MESSAGERIE AU LIEU D'ETRE IMPRIME (NI
000233*                       RL-PRNT NI HZPO0001) ; PRIME SUR LA
000234*                       RETENUE NPAI.
000235*    15/10/2026 EBA     REGISTRE DES DOCUMENTS : CHAQUE RELEVE,
000236*                       QUEL QUE SOIT SON CANAL, EST RECOPIE SUR
000237*                       L'ARCHIVE DOC-ARCH ET INSCRIT AU REGISTRE
000238*                       DOC-REG (ADHERENT, TYPE, PERIODE, DATE,
000239*                       LANGUE, CANAL, POSITION DANS L'ARCHIVE)
000240*                       POUR LA REEDITION A LA DEMANDE PAR
000241*                       HZDP0001.
000242*    15/10/2026 EBA     ADH-REF : FREQUENCE DE FACTURATION (M
000243*                       MENSUELLE, T TRIMESTRIELLE, A ANNUELLE)
000244*                       EN FIN DE DESSIN.
000245*    15/10/2026 EBA     DETAIL DU CALCUL DE CHAQUE COTISATION
000246*                       SOUS SA LIGNE (4300) : PERIODE D'ADHESION
000247*                       DANS L'ANNEE (DATES DTADH/DTRAD
000248*                       D'AFFVEAP), PART FIXE ET PLANCHER
000249*                       PRORATISES AUX JOURS D'ADHESION COMME
000250*                       DANS HORROR, PART PROPORTIONNELLE ET
000251*                       COTISATION CALCULEE. BAREME CHARGE EN
000252*                       TABLE (1500), ABSENT : PAS DE DETAIL.
000223*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000436     SELECT DEV-ORIG ASSIGN TO DEVORIG
000437         ORGANIZATION SEQUENTIAL
000438         FILE STATUS W-DEV-ORIG-STATUS.
000439     SELECT DOC-RET ASSIGN TO DOCRET
000440         ORGANIZATION SEQUENTIAL
000441         FILE STATUS W-DOC-RET-STATUS.
000442     SELECT DOC-ELEC ASSIGN TO DOCELEC
000443         ORGANIZATION SEQUENTIAL
000444         FILE STATUS W-DOC-ELEC-STATUS.
000445     SELECT DOC-ARCH ASSIGN TO DOCARCH
000446         ORGANIZATION SEQUENTIAL
000447         FILE STATUS W-DOC-ARCH-STATUS.
000448     SELECT DOC-REG ASSIGN TO DOCREG
000449         ORGANIZATION SEQUENTIAL
000450         FILE STATUS W-DOC-REG-STATUS.
000451     SELECT BAREME ASSIGN TO BAREME
000452         ORGANIZATION SEQUENTIAL
000453         FILE STATUS W-BAREME-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  FFFFFGS
000570     05  RD-COADHF               PIC X(09).
000580     05  RD-COETBL               PIC X(05).
000590     05  RD-MOIS                 PIC X(06).
000591     05  RD-NOM                  PIC X(30).
000592 FD  RL-PRNT
000593     LABEL RECORD STANDARD
000594     DATA RECORD RL-PRNT-LIGNE.
000595 01  RL-PRNT-LIGNE               PIC X(132).
000596*****************************************************************
000597*    DOC-RET - DOCUMENTS RETENUS POUR ADRESSE NPAI (CUMULATIF,
000598*    EN EXTEND) : UNE LIGNE D'EDITION PAR ENREGISTREMENT, RANG 1
000599*    EN TETE DE DOCUMENT. LISTE HEBDOMADAIRE PAR HZDR0001.
000600*****************************************************************
000601 FD  DOC-RET
000602     LABEL RECORD STANDARD
000603     DATA RECORD DOC-RET-LIGNE.
000604 01  DOC-RET-LIGNE.
000605     05  DR-DATE-RETENUE         PIC 9(08).
000606     05  DR-HEURE-RETENUE        PIC 9(08).
000607     05  DR-PROGRAMME            PIC X(08).
000608     05  DR-TYPE-DOC             PIC X(02).
000609     05  DR-COADHF               PIC X(09).
000610     05  DR-REFERENCE            PIC X(10).
000611     05  DR-RANG                 PIC 9(05).
000612     05  DR-LIGNE                PIC X(132).
000613*****************************************************************
000614*    DOC-ELEC - DOCUMENTS EN DIFFUSION ELECTRONIQUE POUR LA
000615*    PASSERELLE DE MESSAGERIE (CUMULATIF, EN EXTEND, VIDE PAR LA
000616*    PASSERELLE APRES ENVOI) : CHAQUE DOCUMENT EST UN
000617*    ENREGISTREMENT INDEX 'I' (ADHERENT, TYPE, PERIODE, LANGUE,
000618*    ADRESSE ELECTRONIQUE) SUIVI DE SES LIGNES D'EDITION 'L'.
000619*****************************************************************
000620 FD  DOC-ELEC
000621     LABEL RECORD STANDARD
000622     DATA RECORD DOC-ELEC-LIGNE.
000623 01  DOC-ELEC-LIGNE.
000624     05  EL-TYPE-ENREG           PIC X(01).
000625         88  EL-ENREG-INDEX      VALUE 'I'.
000626         88  EL-ENREG-LIGNE      VALUE 'L'.
000627     05  EL-COADHF               PIC X(09).
000628     05  EL-TYPE-DOC             PIC X(02).
000629     05  EL-PERIODE              PIC X(10).
000630     05  EL-SUITE                PIC X(137).
000631     05  EL-INDEX REDEFINES EL-SUITE.
000632         10  EL-LANGUE           PIC X(02).
000633         10  EL-EMAIL            PIC X(60).
000634         10  EL-PROGRAMME        PIC X(08).
000635         10  EL-DATE-PRODUCTION  PIC 9(08).
000636         10  EL-HEURE-PRODUCTION PIC 9(08).
000637         10  FILLER              PIC X(51).
000638     05  EL-DETAIL REDEFINES EL-SUITE.
000639         10  EL-RANG             PIC 9(05).
000640         10  EL-LIGNE            PIC X(132).
000645*****************************************************************
000646*    DEV-ORIG - MONTANT ET DEVISE D'ORIGINE DES EVENEMENTS
000647*    CONVERTIS PAR LA CHAINE (TRACE 5003 DE HORROR), RESTITUES
000681     05  AF-VILLE                PIC X(20).
000682     05  AF-STATUT               PIC X(01).
000683     05  AF-LANGUE               PIC X(02).
000684     05  AF-ADRESSE-NPAI         PIC X(01).
000685         88  AF-ADRESSE-INVALIDE VALUE 'O'.
000686     05  AF-CANAL-DIFFUSION      PIC X(01).
000687         88  AF-CANAL-ELECTRONIQUE VALUE 'E'.
000688     05  AF-EMAIL                PIC X(60).
000689     05  AF-EMAIL-REJETE         PIC X(01).
000690         88  AF-EMAIL-INVALIDE   VALUE 'O'.
000691     05  AF-FREQUENCE            PIC X(01).
000692         88  AF-FACTURATION-MENSUELLE VALUE 'M' SPACE.
000693         88  AF-FACTURATION-TRIMESTRIELLE VALUE 'T'.
000694         88  AF-FACTURATION-ANNUELLE VALUE 'A'.
000695*****************************************************************
000696*    CPT-TAB - TABLE DE TRADUCTION CODE-PAGE / ACCENTS, MEME
000697*    DESSIN QUE DANS HORROR (1530).
000698*****************************************************************
000699 FD  CPT-TAB
000700     LABEL RECORD STANDARD
000701     DATA RECORD CPT-TAB-LIGNE.
000702 01  CPT-TAB-LIGNE.
000703     05  CPT-CARACTERE-SOURCE    PIC X(01).
000704     05  CPT-CARACTERE-CIBLE     PIC X(01).
000705*****************************************************************
000706*    DOC-ARCH - ARCHIVE DES DOCUMENTS ADHERENT (CUMULATIF, EN
000707*    EXTEND) : TOUTE LIGNE EDITEE, QUEL QUE SOIT LE CANAL, Y EST
000708*    RECOPIEE AVEC LE PROGRAMME, LA DATE ET L'HEURE DU PASSAGE
000709*    ET SON RANG DANS LE PASSAGE. REPRIS PAR HZDP0001.
000710*****************************************************************
000711 FD  DOC-ARCH
000712     LABEL RECORD STANDARD
000713     DATA RECORD DOC-ARCH-LIGNE.
000714 01  DOC-ARCH-LIGNE.
000715     05  AR-PROGRAMME            PIC X(08).
000716     05  AR-DATE-PRODUCTION      PIC 9(08).
000717     05  AR-HEURE-PRODUCTION     PIC 9(08).
000718     05  AR-RANG                 PIC 9(07).
000719     05  AR-LIGNE                PIC X(132).
000720*****************************************************************
000721*    DOC-REG - REGISTRE DES DOCUMENTS ADHERENT (CUMULATIF, EN
000722*    EXTEND) : UNE ENTREE PAR DOCUMENT PRODUIT (ADHERENT, TYPE,
000723*    PERIODE, DATE, LANGUE, CANAL) AVEC SA POSITION DANS
000724*    DOC-ARCH (PROGRAMME/DATE/HEURE DU PASSAGE, RANG DE LA
000725*    PREMIERE LIGNE, NOMBRE DE LIGNES).
000726*****************************************************************
000727 FD  DOC-REG
000728     LABEL RECORD STANDARD
000729     DATA RECORD DOC-REG-LIGNE.
000730 01  DOC-REG-LIGNE.
000731     05  RG-COADHF               PIC X(09).
000732     05  RG-TYPE-DOC             PIC X(02).
000733     05  RG-PERIODE              PIC X(10).
000734     05  RG-DATE-PRODUCTION      PIC 9(08).
000735     05  RG-HEURE-PRODUCTION     PIC 9(08).
000736     05  RG-LANGUE               PIC X(02).
000737     05  RG-CANAL                PIC X(01).
000738         88  RG-CANAL-PAPIER     VALUE 'P'.
000739         88  RG-CANAL-ELECTRONIQUE VALUE 'E'.
000740         88  RG-CANAL-RETENU     VALUE 'R'.
000741     05  RG-PROGRAMME            PIC X(08).
000742     05  RG-RANG-DEBUT           PIC 9(07).
000743     05  RG-NB-LIGNES            PIC 9(05).
000744     05  FILLER                  PIC X(10).
000745*****************************************************************
000746*    BAREME - MEME DESSIN QUE DANS HORROR, POUR LE DETAIL DU
000747*    CALCUL DE LA COTISATION PORTE SUR LE RELEVE.
000748*****************************************************************
000749 FD  BAREME
000750     LABEL RECORD STANDARD
000751     DATA RECORD BAREME-LIGNE.
000752 01  BAREME-LIGNE.
000753     05  BA-COTRTO               PIC X(05).
000754     05  BA-CETRTF               PIC X(05).
000755     05  BA-DATE-DEBUT           PIC 9(08).
000756     05  BA-DATE-FIN             PIC 9(08).
000757     05  BA-TAUX                 PIC 9(05)V99.
000758     05  BA-FIXE                 PIC 9(05)V99.
000759     05  BA-PLAFOND-ANNUEL       PIC 9(07)V99.
000760     05  BA-PLANCHER             PIC 9(05)V99.
000650 WORKING-STORAGE SECTION.
000660 01  W-FFFFFGS-STATUS            PIC XX.
000670     88  FFFFFGS-OK              VALUE '00'.
000744             INDEXED BY W-IDX-LG.
000745         10  W-LG-COADHF         PIC X(09).
000746         10  W-LG-LANGUE         PIC X(02).
000747 01  W-DOC-RET-STATUS            PIC XX.
000748*****************************************************************
000749*    ADHERENTS A ADRESSE NPAI (ADH-REF, 2000 AU PLUS) : LEURS
000750*    DOCUMENTS SONT RETENUS SUR DOC-RET AU LIEU D'ETRE IMPRIMES.
000751*****************************************************************
000752 01  W-NB-NPAI                   PIC 9(04) COMP VALUE ZERO.
000753 01  W-TAB-NPAI.
000754     05  W-NP-ENTREE OCCURS 2000 TIMES
000755             INDEXED BY W-IDX-NP.
000756         10  W-NP-COADHF         PIC X(09).
000757 01  W-DOC-RETENU-SW             PIC X VALUE 'N'.
000758     88  DOCUMENT-RETENU         VALUE 'O'.
000759 01  W-DATE-RETENUE              PIC 9(08) VALUE ZERO.
000760 01  W-HEURE-RETENUE             PIC 9(08) VALUE ZERO.
000761 01  W-RANG-RETENU               PIC 9(05) COMP VALUE ZERO.
000762 01  W-NB-RETENUS                PIC 9(05) COMP VALUE ZERO.
000763 01  W-DOC-ELEC-STATUS           PIC XX.
000764*****************************************************************
000765*    ADHERENTS EN DIFFUSION ELECTRONIQUE (CANAL 'E' SANS REJET DE
000766*    MESSAGERIE, ADH-REF, 2000 AU PLUS) : LEURS DOCUMENTS PARTENT
000767*    SUR DOC-ELEC ET NON A L'IMPRESSION. UN REJET DE MESSAGERIE
000768*    POSE PAR HZNP0001 LES RAMENE AU PAPIER.
000769*****************************************************************
000770 01  W-NB-ELEC                   PIC 9(04) COMP VALUE ZERO.
000771 01  W-TAB-ELEC.
000772     05  W-EL-ENTREE OCCURS 2000 TIMES
000773             INDEXED BY W-IDX-EL.
000774         10  W-EL-COADHF         PIC X(09).
000775         10  W-EL-LANGUE         PIC X(02).
000776         10  W-EL-EMAIL          PIC X(60).
000777 01  W-DOC-ELEC-SW               PIC X VALUE 'N'.
000778     88  DOCUMENT-ELECTRONIQUE   VALUE 'O'.
000779 01  W-RANG-ELEC                 PIC 9(05) COMP VALUE ZERO.
000780 01  W-NB-ELECTRONIQUES          PIC 9(05) COMP VALUE ZERO.
000781 01  W-DOC-ARCH-STATUS           PIC XX.
000782 01  W-DOC-REG-STATUS            PIC XX.
000783*****************************************************************
000784*    ARCHIVAGE ET REGISTRE : RANG COURANT DANS LE PASSAGE, RANG
000785*    DE LA PREMIERE LIGNE ET NOMBRE DE LIGNES DU DOCUMENT COURANT.
000786*****************************************************************
000787 01  W-RANG-ARCHIVE              PIC 9(07) COMP VALUE ZERO.
000788 01  W-RANG-DEBUT-DOC            PIC 9(07) COMP VALUE ZERO.
000789 01  W-NB-LIGNES-DOC             PIC 9(05) COMP VALUE ZERO.
000790 01  W-NB-INSCRITS               PIC 9(05) COMP VALUE ZERO.
000791 01  W-BAREME-STATUS             PIC XX.
000792     88  BAREME-OK               VALUE '00'.
000793     88  BAREME-FIN              VALUE '10'.
000794*****************************************************************
000795*    BAREME EN TABLE (MEME DECOUPE ET MEME RECHERCHE QUE HORROR)
000796*    ET ZONES DU DETAIL DE CALCUL : PART FIXE ET PLANCHER
000797*    PRORATISES AUX JOURS D'ADHESION DANS L'ANNEE CIVILE DU MOIS
000798*    DU RELEVE (MEME REGLE QUE 6004-PRORATISER DE HORROR).
000799*    BAREME ABSENT : PAS DE DETAIL, RELEVE INCHANGE.
000800*****************************************************************
000801 01  W-NB-BAREMES                PIC 9(03) COMP VALUE ZERO.
000802 01  W-TAB-BAREMES.
000803     05  W-BA-ENTREE OCCURS 100 TIMES
000804             INDEXED BY W-IDX-BA.
000805         10  W-BA-COTRTO         PIC X(05).
000806         10  W-BA-CETRTF         PIC X(05).
000807         10  W-BA-DATE-DEBUT     PIC 9(08).
000808         10  W-BA-DATE-FIN       PIC 9(08).
000809         10  W-BA-TAUX           PIC 9(05)V99.
000810         10  W-BA-FIXE           PIC 9(05)V99.
000811         10  W-BA-PLAFOND        PIC 9(07)V99.
000812         10  W-BA-PLANCHER       PIC 9(05)V99.
000813 01  W-BAREME-TROUVE-SW          PIC X VALUE 'N'.
000814     88  BAREME-TROUVE           VALUE 'O'.
000815 01  W-DATE-BAREME               PIC 9(08) VALUE ZERO.
000816 01  W-COTNET-BAREME             PIC S9(07)V99 COMP-3 VALUE 0.
000817 01  W-PRORATA.
000818     05  W-PR-ANNEE              PIC 9(04).
000819     05  W-PR-DEBUT-ANNEE        PIC 9(08).
000820     05  W-PR-DEBUT-SUIVANTE     PIC 9(08).
000821     05  W-PR-DEBUT              PIC 9(08).
000822     05  W-PR-FIN                PIC 9(08).
000823     05  W-PR-DERNIER-JOUR       PIC 9(08).
000824     05  W-PR-JOURS-ANNEE        PIC 9(03) COMP.
000825     05  W-PR-JOURS-ADHESION     PIC 9(03) COMP.
000826     05  W-PR-FIXE               PIC 9(05)V99.
000827     05  W-PR-PLANCHER           PIC 9(05)V99.
000828 01  W-CA-MT-EDIT-1              PIC -(06)9,99.
000829 01  W-CA-MT-EDIT-2              PIC -(06)9,99.
000830 01  W-CA-JOURS-EDIT-1           PIC ZZ9.
000831 01  W-CA-JOURS-EDIT-2           PIC ZZ9.
000832 01  W-LANGUE-COURANTE           PIC X(02) VALUE 'FR'.
000833 01  W-RUBRIQUE-DEMANDEE         PIC 9(02) VALUE ZERO.
000834 01  W-TEXTE-DEFAUT              PIC X(30) VALUE SPACES.
000835 01  W-TEXTE-EDITION             PIC X(30) VALUE SPACES.
000836*****************************************************************
000837*    CHAINES DE TRADUCTION CODE-PAGE (MEME MECANIQUE QUE
000838*    1535-CONSTRUIRE-CHAINES-CPT DANS HORROR).
000839*****************************************************************
000840 01  W-NB-CPT-ENTREES            PIC 9(03) COMP VALUE ZERO.
000841 01  W-CPT-CHAINE-SOURCE         PIC X(94) VALUE SPACES.
000842 01  W-CPT-CHAINE-CIBLE          PIC X(94) VALUE SPACES.
000843 01  W-IDX-TRAD                  PIC 9(03) COMP VALUE ZERO.
000720 01  W-FIN-DEMANDES              PIC X VALUE 'N'.
000730     88  FIN-DEMANDES            VALUE 'O'.
000740 01  W-FIN-MOUVEMENTS            PIC X VALUE 'N'.
000830 01  RL-CETRTF                   PIC X(05).
000840 01  RL-COTRTO                   PIC X(05).
000850 01  RL-COTNET                   PIC S9(07)V99 COMP-3.
000853 01  RL-DTADH                    PIC S9(08) COMP-3.
000856 01  RL-DTRAD                    PIC S9(08) COMP-3.
000860*****************************************************************
000870*    PAGINATION : 55 LIGNES UTILES PAR PAGE, ENTETE REPRIS EN
000880*    TETE DE CHAQUE PAGE.
001034     PERFORM 1200-CHARGER-LANGUES THRU 1200-EXIT.
001036     PERFORM 1300-CHARGER-CPTTAB THRU 1300-EXIT.
001037     PERFORM 1400-CHARGER-DEVORIG THRU 1400-EXIT.
001038     PERFORM 1500-CHARGER-BAREME THRU 1500-EXIT.
001040     PERFORM 2000-TRAITER-DEMANDE THRU 2000-EXIT
001050         UNTIL FIN-DEMANDES.
001060     PERFORM 8000-TERMINE THRU 8000-EXIT.
001070     GOBACK.
001071 1000-INITIALISE.
001072     ACCEPT W-DATE-RETENUE FROM DATE YYYYMMDD.
001073     ACCEPT W-HEURE-RETENUE FROM TIME.
001074     OPEN EXTEND DOC-ARCH.
001075     IF W-DOC-ARCH-STATUS = '05'
001076        OPEN OUTPUT DOC-ARCH
001077     END-IF.
001078     OPEN EXTEND DOC-REG.
001079     IF W-DOC-REG-STATUS = '05'
001080        OPEN OUTPUT DOC-REG
001081     END-IF.
001090     OPEN INPUT RL-DEM.
001100     OPEN INPUT FFFFFGS.
001110     OPEN OUTPUT RL-PRNT.
001275 1200-EXIT.
001276     EXIT.
001277 1210-EMPILER-LANGUE.
001278     IF AF-CANAL-ELECTRONIQUE AND NOT AF-EMAIL-INVALIDE
001279        PERFORM 1230-EMPILER-ELEC THRU 1230-EXIT
001280     END-IF.
001281     IF AF-ADRESSE-INVALIDE
001282        PERFORM 1220-EMPILER-NPAI THRU 1220-EXIT
001283     END-IF.
001284     IF AF-LANGUE = SPACES
001285        GO TO 1210-EXIT
001286     END-IF.
001287     IF W-NB-LANGUES < 2000
001288        ADD 1 TO W-NB-LANGUES
001289        MOVE AF-COADHF TO W-LG-COADHF (W-NB-LANGUES)
001290        MOVE AF-LANGUE TO W-LG-LANGUE (W-NB-LANGUES)
001291     END-IF.
001292 1210-EXIT.
001293     EXIT.
001294 1220-EMPILER-NPAI.
001295     IF W-NB-NPAI < 2000
001296        ADD 1 TO W-NB-NPAI
001297        MOVE AF-COADHF TO W-NP-COADHF (W-NB-NPAI)
001298     ELSE
001299        DISPLAY 'HZRL0001 - TABLE NPAI PLEINE (2000) - DOCUMENT '
001300            'IMPRIME MALGRE NPAI : ' AF-COADHF
001301        IF RETURN-CODE < 4
001302           MOVE 4 TO RETURN-CODE
001303        END-IF
001304     END-IF.
001305 1220-EXIT.
001306     EXIT.
001307 1230-EMPILER-ELEC.
001308     IF W-NB-ELEC < 2000
001309        ADD 1 TO W-NB-ELEC
001310        MOVE AF-COADHF TO W-EL-COADHF (W-NB-ELEC)
001311        MOVE AF-LANGUE TO W-EL-LANGUE (W-NB-ELEC)
001312        MOVE AF-EMAIL TO W-EL-EMAIL (W-NB-ELEC)
001313     ELSE
001314        DISPLAY 'HZRL0001 - TABLE ELECTRONIQUE PLEINE (2000) - '
001315            'DOCUMENT IMPRIME : ' AF-COADHF
001316        IF RETURN-CODE < 4
001317           MOVE 4 TO RETURN-CODE
001318        END-IF
001319     END-IF.
001320 1230-EXIT.
001321     EXIT.
001322*****************************************************************
001323*    1300-CHARGER-CPTTAB - CHAINES DE TRADUCTION CODE-PAGE /
001324*    ACCENTS (MEME MECANIQUE QUE 1530/1535 DANS HORROR). LE
001325*    CATALOGUE ETANT DEJA EMPILE A CE POINT DU MAINLINE, LES
001326*    CHAINES SONT APPLIQUEES ICI AUX TEXTES CHARGES (1320).
001327*****************************************************************
001328 1300-CHARGER-CPTTAB.
001329     OPEN INPUT CPT-TAB.
001330     IF NOT CPT-TAB-OK
001331        DISPLAY 'HZRL0001 - CPT-TAB INDISPONIBLE, AUCUNE '
001332            'TRADUCTION CODE-PAGE - STATUT ' W-CPT-TAB-STATUS
001333        GO TO 1300-EXIT
001334     END-IF.
001335     PERFORM UNTIL FIN-CPT
001336        READ CPT-TAB
001337           AT END SET FIN-CPT TO TRUE
001338           NOT AT END PERFORM 1310-EMPILER-CARACTERE THRU
001339              1310-EXIT
001340        END-READ
001341     END-PERFORM.
001342     CLOSE CPT-TAB.
001343     IF W-NB-CPT-ENTREES > ZERO AND W-NB-TEXTES > ZERO
001344        PERFORM 1320-TRADUIRE-TEXTE THRU 1320-EXIT
001345           VARYING W-IDX-TRAD FROM 1 BY 1
001346           UNTIL W-IDX-TRAD > W-NB-TEXTES
001347     END-IF.
001348 1300-EXIT.
001349     EXIT.
001350 1310-EMPILER-CARACTERE.
001351     IF W-NB-CPT-ENTREES < 94
001352        ADD 1 TO W-NB-CPT-ENTREES
001353        MOVE CPT-CARACTERE-SOURCE TO
001354           W-CPT-CHAINE-SOURCE (W-NB-CPT-ENTREES:1)
001355        MOVE CPT-CARACTERE-CIBLE TO
001356           W-CPT-CHAINE-CIBLE (W-NB-CPT-ENTREES:1)
001357     END-IF.
001358 1310-EXIT.
001359     EXIT.
001360 1320-TRADUIRE-TEXTE.
001361     INSPECT W-TX-TEXTE (W-IDX-TRAD)
001362        CONVERTING W-CPT-CHAINE-SOURCE
001363        TO W-CPT-CHAINE-CIBLE.
001364 1320-EXIT.
001365     EXIT.
001333*****************************************************************
001334*    1400-CHARGER-DEVORIG - CHARGE LA TRACE DES CONVERSIONS DE
001335*    DEVISE (DEV-ORIG DE HORROR). FICHIER ABSENT : AUCUNE
001366     END-IF.
001367 1410-EXIT.
001368     EXIT.
001369*****************************************************************
001370*    1500-CHARGER-BAREME - MEME CHARGEMENT QUE 1565 DE HORROR.
001371*    BAREME ABSENT : LES RELEVES SONT EDITES SANS DETAIL DE
001372*    CALCUL.
001373*****************************************************************
001374 1500-CHARGER-BAREME.
001375     OPEN INPUT BAREME.
001376     IF NOT BAREME-OK
001377        DISPLAY 'HZRL0001 - BAREME INDISPONIBLE, RELEVES SANS '
001378            'DETAIL DE CALCUL - STATUT ' W-BAREME-STATUS
001379        GO TO 1500-EXIT
001380     END-IF.
001381     PERFORM UNTIL BAREME-FIN
001382        READ BAREME
001383           AT END CONTINUE
001384           NOT AT END PERFORM 1510-EMPILER-BAREME THRU 1510-EXIT
001385        END-READ
001386     END-PERFORM.
001387     CLOSE BAREME.
001388 1500-EXIT.
001389     EXIT.
001390 1510-EMPILER-BAREME.
001391     IF W-NB-BAREMES < 100
001392        ADD 1 TO W-NB-BAREMES
001393        MOVE BA-COTRTO TO W-BA-COTRTO (W-NB-BAREMES)
001394        MOVE BA-CETRTF TO W-BA-CETRTF (W-NB-BAREMES)
001395        MOVE BA-DATE-DEBUT TO W-BA-DATE-DEBUT (W-NB-BAREMES)
001396        MOVE BA-DATE-FIN TO W-BA-DATE-FIN (W-NB-BAREMES)
001397        MOVE BA-TAUX TO W-BA-TAUX (W-NB-BAREMES)
001398        MOVE BA-FIXE TO W-BA-FIXE (W-NB-BAREMES)
001399        MOVE BA-PLAFOND-ANNUEL TO W-BA-PLAFOND (W-NB-BAREMES)
001400        MOVE BA-PLANCHER TO W-BA-PLANCHER (W-NB-BAREMES)
001401     ELSE
001402        DISPLAY 'HZRL0001 - TABLE BAREME PLEINE (100 ENTREES '
001403            'MAXIMUM) - ENTREE IGNOREE : ' BA-COTRTO ' '
001404            BA-CETRTF
001405     END-IF.
001406 1510-EXIT.
001407     EXIT.
001408*****************************************************************
001409*    2500-DETERMINER-LANGUE - LANGUE DE L'ADHERENT DU RELEVE
001410*    COURANT (ADH-REF), 'FR' PAR DEFAUT.
001411*****************************************************************
001412 2500-DETERMINER-LANGUE.
001413     MOVE 'FR' TO W-LANGUE-COURANTE.
001414     IF W-NB-LANGUES = ZERO
001415        GO TO 2500-EXIT
001416     END-IF.
001417     SET W-IDX-LG TO 1.
001418     SEARCH W-LG-ENTREE
001419        AT END
001420           CONTINUE
001421        WHEN W-IDX-LG > W-NB-LANGUES
001422           CONTINUE
001423        WHEN W-LG-COADHF (W-IDX-LG) = RD-COADHF
001424           MOVE W-LG-LANGUE (W-IDX-LG) TO W-LANGUE-COURANTE
001425     END-SEARCH.
001426 2500-EXIT.
001427     EXIT.
001428*****************************************************************
001429*    2540-CONTROLER-CANAL - LE DOCUMENT DE L'ADHERENT COURANT
001430*    PART EN DIFFUSION ELECTRONIQUE SI L'ADHERENT L'A CHOISIE :
001431*    DOC-ELEC EST OUVERT EN EXTEND POUR LA DUREE DU DOCUMENT ET
001432*    L'ENREGISTREMENT INDEX EST ECRIT EN TETE. LA DIFFUSION
001433*    ELECTRONIQUE PRIME SUR LA RETENUE NPAI (ADRESSE POSTALE).
001434*****************************************************************
001435 2540-CONTROLER-CANAL.
001436     MOVE 'N' TO W-DOC-ELEC-SW.
001437     MOVE ZERO TO W-RANG-ELEC.
001438     IF W-NB-ELEC = ZERO
001439        GO TO 2540-EXIT
001440     END-IF.
001441     SET W-IDX-EL TO 1.
001442     SEARCH W-EL-ENTREE
001443        AT END
001444           CONTINUE
001445        WHEN W-IDX-EL > W-NB-ELEC
001446           CONTINUE
001447        WHEN W-EL-COADHF (W-IDX-EL) = RD-COADHF
001448           MOVE 'O' TO W-DOC-ELEC-SW
001449     END-SEARCH.
001450     IF NOT DOCUMENT-ELECTRONIQUE
001451        GO TO 2540-EXIT
001452     END-IF.
001453     ADD 1 TO W-NB-ELECTRONIQUES.
001454     OPEN EXTEND DOC-ELEC.
001455     IF W-DOC-ELEC-STATUS = '05'
001456        OPEN OUTPUT DOC-ELEC
001457     END-IF.
001458     MOVE SPACES TO DOC-ELEC-LIGNE.
001459     MOVE 'I' TO EL-TYPE-ENREG.
001460     MOVE RD-COADHF TO EL-COADHF.
001461     MOVE 'RL' TO EL-TYPE-DOC.
001462     MOVE RD-MOIS TO EL-PERIODE.
001463     MOVE W-LANGUE-COURANTE TO EL-LANGUE.
001464     IF EL-LANGUE = SPACES
001465        MOVE 'FR' TO EL-LANGUE
001466     END-IF.
001467     MOVE W-EL-EMAIL (W-IDX-EL) TO EL-EMAIL.
001468     MOVE 'HZRL0001' TO EL-PROGRAMME.
001469     MOVE W-DATE-RETENUE TO EL-DATE-PRODUCTION.
001470     MOVE W-HEURE-RETENUE TO EL-HEURE-PRODUCTION.
001471     WRITE DOC-ELEC-LIGNE.
001472 2540-EXIT.
001473     EXIT.
001474*****************************************************************
001475*    2550-CONTROLER-NPAI - LE DOCUMENT DE L'ADHERENT COURANT EST
001476*    RETENU SI SON ADRESSE EST NPAI : DOC-RET EST OUVERT EN
001477*    EXTEND POUR LA DUREE DU DOCUMENT (MEME PRATIQUE QUE
001478*    RL-TOTAUX EN 6000).
001479*****************************************************************
001480 2550-CONTROLER-NPAI.
001481     MOVE 'N' TO W-DOC-RETENU-SW.
001482     MOVE ZERO TO W-RANG-RETENU.
001483     IF DOCUMENT-ELECTRONIQUE
001484        GO TO 2550-EXIT
001485     END-IF.
001486     IF W-NB-NPAI = ZERO
001487        GO TO 2550-EXIT
001488     END-IF.
001489     SET W-IDX-NP TO 1.
001490     SEARCH W-NP-ENTREE
001491        AT END
001492           CONTINUE
001493        WHEN W-IDX-NP > W-NB-NPAI
001494           CONTINUE
001495        WHEN W-NP-COADHF (W-IDX-NP) = RD-COADHF
001496           MOVE 'O' TO W-DOC-RETENU-SW
001497     END-SEARCH.
001498     IF NOT DOCUMENT-RETENU
001499        GO TO 2550-EXIT
001500     END-IF.
001501     ADD 1 TO W-NB-RETENUS.
001502     OPEN EXTEND DOC-RET.
001503     IF W-DOC-RET-STATUS = '05'
001504        OPEN OUTPUT DOC-RET
001505     END-IF.
001506 2550-EXIT.
001353     EXIT.
001354*****************************************************************
001355*    2600-CHERCHER-TEXTE - TEXTE DE LA RUBRIQUE DEMANDEE DANS LA
001270 2000-TRAITER-DEMANDE.
001280     ADD 1 TO W-NB-RELEVES.
001282     PERFORM 2500-DETERMINER-LANGUE THRU 2500-EXIT.
001284     PERFORM 2540-CONTROLER-CANAL THRU 2540-EXIT.
001286     PERFORM 2550-CONTROLER-NPAI THRU 2550-EXIT.
001290     MOVE ZERO TO W-TOTAL-MOIS.
001300     MOVE ZERO TO W-NB-MOUVEMENTS.
001310     MOVE ZERO TO W-NB-COTISATIONS.
001320     MOVE RD-MOIS (3:4) TO W-MOIS-AAMM.
001330     MOVE ZERO TO W-NO-PAGE.
001340     MOVE 99 TO W-NB-LIGNES-PAGE.
001345     MOVE ZERO TO W-NB-LIGNES-DOC.
001350     PERFORM 3000-EDITER-IDENTITE THRU 3000-EXIT.
001360     PERFORM 4000-EDITER-COTISATIONS THRU 4000-EXIT.
001370     PERFORM 5000-EDITER-MOUVEMENTS THRU 5000-EXIT.
001375     PERFORM 5500-EDITER-DEVISES-ORIGINE THRU 5500-EXIT.
001380     PERFORM 6000-EDITER-TOTAL THRU 6000-EXIT.
001381     PERFORM 7400-INSCRIRE-REGISTRE THRU 7400-EXIT.
001382     IF DOCUMENT-RETENU
001383        CLOSE DOC-RET
001384     END-IF.
001385     IF DOCUMENT-ELECTRONIQUE
001386        CLOSE DOC-ELEC
001387     END-IF.
001390     READ RL-DEM
001400        AT END MOVE 'O' TO W-FIN-DEMANDES.
001410 2000-EXIT.
001630     EXIT.
001640*****************************************************************
001650*    4000-EDITER-COTISATIONS - COTISATIONS COURANTES DE
001656*    L'ADHERENT SUR AFFVEAP (CURSEUR C-RELEVE), CHACUNE SUIVIE
001662*    DU DETAIL DE SON CALCUL AU BAREME (4300).
001670*****************************************************************
001680 4000-EDITER-COTISATIONS.
001682     MOVE 04 TO W-RUBRIQUE-DEMANDEE.
001720     MOVE RD-COETBL TO RL-COETBL.
001730     EXEC SQL
001740        DECLARE C-RELEVE CURSOR FOR
001750        SELECT A.CETRTF, A.COTRTO, A.COTNET, A.DTADH, A.DTRAD
001760        FROM AFFVEAP A
001770        WHERE A.COETBL = :RL-COETBL
001780        AND A.COADHF = :RL-COADHF
001940 4100-FETCH-COTISATION.
001950     EXEC SQL
001960        FETCH C-RELEVE
001966           INTO :RL-CETRTF, :RL-COTRTO, :RL-COTNET,
001972                :RL-DTADH, :RL-DTRAD
001980     END-EXEC.
001982     IF SQLCODE = 100
001984        MOVE 'O' TO W-FIN-COTISATIONS
002090         INTO W-LIGNE-TRAVAIL
002100     END-STRING.
002110     PERFORM 7000-IMPRIMER-LIGNE THRU 7000-EXIT.
002120     PERFORM 4300-EDITER-CALCUL THRU 4300-EXIT.
002130 4100-EXIT.
002140     EXIT.
002141*****************************************************************
002160     MOVE 8 TO RETURN-CODE.
002161 4200-EXIT.
002162     EXIT.
002163*****************************************************************
002164*    4300-EDITER-CALCUL - DETAIL DU CALCUL DE LA COTISATION AU
002165*    BAREME EN VIGUEUR LE 1ER DU MOIS DU RELEVE : PERIODE
002166*    D'ADHESION DANS L'ANNEE, PART FIXE PRORATISEE AUX JOURS
002167*    D'ADHESION, PART PROPORTIONNELLE, PLANCHER PRORATISE ET
002168*    COTISATION CALCULEE (AVANT ECRETEMENT AU PLAFOND ANNUEL,
002169*    QUI DEPEND DU CUMUL DE L'ANNEE). SANS BAREME : PAS DE
002170*    DETAIL.
002171*****************************************************************
002172 4300-EDITER-CALCUL.
002173     IF W-NB-BAREMES = ZERO
002174        GO TO 4300-EXIT
002175     END-IF.
002176     MOVE RD-MOIS TO W-DATE-BAREME (1:6).
002177     MOVE '01' TO W-DATE-BAREME (7:2).
002178     MOVE 'N' TO W-BAREME-TROUVE-SW.
002179     SET W-IDX-BA TO 1.
002180     SEARCH W-BA-ENTREE
002181        AT END
002182           CONTINUE
002183        WHEN W-IDX-BA > W-NB-BAREMES
002184           CONTINUE
002185        WHEN W-BA-COTRTO (W-IDX-BA) = RL-COTRTO
002186           AND W-BA-CETRTF (W-IDX-BA) = RL-CETRTF
002187           AND W-DATE-BAREME NOT LESS
002188              W-BA-DATE-DEBUT (W-IDX-BA)
002189           AND W-DATE-BAREME NOT GREATER
002190              W-BA-DATE-FIN (W-IDX-BA)
002191           MOVE 'O' TO W-BAREME-TROUVE-SW
002192     END-SEARCH.
002193     IF NOT BAREME-TROUVE
002194        GO TO 4300-EXIT
002195     END-IF.
002196     PERFORM 4310-PRORATISER THRU 4310-EXIT.
002197     COMPUTE W-COTNET-BAREME =
002198        W-PR-FIXE + W-BA-TAUX (W-IDX-BA).
002199     MOVE SPACES TO W-LIGNE-TRAVAIL.
002200     IF W-PR-FIN = W-PR-DEBUT-SUIVANTE
002201        STRING '    ADHESION ' DELIMITED BY SIZE
002202            W-PR-ANNEE DELIMITED BY SIZE
002203            ' DU ' DELIMITED BY SIZE
002204            W-PR-DEBUT DELIMITED BY SIZE
002205            ' AU ' DELIMITED BY SIZE
002206            W-PR-DERNIER-JOUR DELIMITED BY SIZE
002207            INTO W-LIGNE-TRAVAIL
002208        END-STRING
002209     ELSE
002210        STRING '    ADHESION ' DELIMITED BY SIZE
002211            W-PR-ANNEE DELIMITED BY SIZE
002212            ' DU ' DELIMITED BY SIZE
002213            W-PR-DEBUT DELIMITED BY SIZE
002214            ' A LA RADIATION DU ' DELIMITED BY SIZE
002215            W-PR-FIN DELIMITED BY SIZE
002216            INTO W-LIGNE-TRAVAIL
002217        END-STRING
002218     END-IF.
002219     PERFORM 7000-IMPRIMER-LIGNE THRU 7000-EXIT.
002220     MOVE W-BA-FIXE (W-IDX-BA) TO W-CA-MT-EDIT-1.
002221     MOVE W-PR-FIXE TO W-CA-MT-EDIT-2.
002222     MOVE W-PR-JOURS-ADHESION TO W-CA-JOURS-EDIT-1.
002223     MOVE W-PR-JOURS-ANNEE TO W-CA-JOURS-EDIT-2.
002224     MOVE SPACES TO W-LIGNE-TRAVAIL.
002225     STRING '    PART FIXE ' DELIMITED BY SIZE
002226         W-CA-MT-EDIT-1 DELIMITED BY SIZE
002227         ' X ' DELIMITED BY SIZE
002228         W-CA-JOURS-EDIT-1 DELIMITED BY SIZE
002229         ' / ' DELIMITED BY SIZE
002230         W-CA-JOURS-EDIT-2 DELIMITED BY SIZE
002231         ' JOURS = ' DELIMITED BY SIZE
002232         W-CA-MT-EDIT-2 DELIMITED BY SIZE
002233         INTO W-LIGNE-TRAVAIL
002234     END-STRING.
002235     PERFORM 7000-IMPRIMER-LIGNE THRU 7000-EXIT.
002236     MOVE W-BA-TAUX (W-IDX-BA) TO W-CA-MT-EDIT-1.
002237     MOVE SPACES TO W-LIGNE-TRAVAIL.
002238     STRING '    PART PROPORTIONNELLE ' DELIMITED BY SIZE
002239         W-CA-MT-EDIT-1 DELIMITED BY SIZE
002240         INTO W-LIGNE-TRAVAIL
002241     END-STRING.
002242     PERFORM 7000-IMPRIMER-LIGNE THRU 7000-EXIT.
002243     IF W-BA-PLANCHER (W-IDX-BA) > ZERO
002244        MOVE W-BA-PLANCHER (W-IDX-BA) TO W-CA-MT-EDIT-1
002245        MOVE W-PR-PLANCHER TO W-CA-MT-EDIT-2
002246        MOVE SPACES TO W-LIGNE-TRAVAIL
002247        STRING '    PLANCHER ' DELIMITED BY SIZE
002248            W-CA-MT-EDIT-1 DELIMITED BY SIZE
002249            ' X ' DELIMITED BY SIZE
002250            W-CA-JOURS-EDIT-1 DELIMITED BY SIZE
002251            ' / ' DELIMITED BY SIZE
002252            W-CA-JOURS-EDIT-2 DELIMITED BY SIZE
002253            ' JOURS = ' DELIMITED BY SIZE
002254            W-CA-MT-EDIT-2 DELIMITED BY SIZE
002255            INTO W-LIGNE-TRAVAIL
002256        END-STRING
002257        IF W-PR-PLANCHER > ZERO
002258           AND W-COTNET-BAREME < W-PR-PLANCHER
002259           MOVE W-PR-PLANCHER TO W-COTNET-BAREME
002260           MOVE ' (APPLIQUE)' TO W-LIGNE-TRAVAIL (80:11)
002261        END-IF
002262        PERFORM 7000-IMPRIMER-LIGNE THRU 7000-EXIT
002263     END-IF.
002264     MOVE W-COTNET-BAREME TO W-CA-MT-EDIT-1.
002265     MOVE SPACES TO W-LIGNE-TRAVAIL.
002266     STRING '    COTISATION CALCULEE ' DELIMITED BY SIZE
002267         W-CA-MT-EDIT-1 DELIMITED BY SIZE
002268         INTO W-LIGNE-TRAVAIL
002269     END-STRING.
002270     IF W-BA-PLAFOND (W-IDX-BA) > ZERO
002271        MOVE W-BA-PLAFOND (W-IDX-BA) TO W-MT-EDIT
002272        MOVE ' DANS LA LIMITE DU PLAFOND ANNUEL'
002273           TO W-LIGNE-TRAVAIL (40:33)
002274        MOVE W-MT-EDIT TO W-LIGNE-TRAVAIL (74:13)
002275     END-IF.
002276     PERFORM 7000-IMPRIMER-LIGNE THRU 7000-EXIT.
002277 4300-EXIT.
002278     EXIT.
002279*****************************************************************
002280*    4310-PRORATISER - MEME REGLE QUE 6004-PRORATISER DE HORROR :
002281*    DU PLUS TARDIF DU 1ER JANVIER ET DE LA DATE D'ADHESION, AU
002282*    PLUS TOT DU 1ER JANVIER SUIVANT ET DE LA DATE DE RADIATION
002283*    (EXCLUE).
002284*****************************************************************
002285 4310-PRORATISER.
002286     MOVE W-BA-FIXE (W-IDX-BA) TO W-PR-FIXE.
002287     MOVE W-BA-PLANCHER (W-IDX-BA) TO W-PR-PLANCHER.
002288     DIVIDE W-DATE-BAREME BY 10000 GIVING W-PR-ANNEE.
002289     COMPUTE W-PR-DEBUT-ANNEE = W-PR-ANNEE * 10000 + 101.
002290     COMPUTE W-PR-DEBUT-SUIVANTE = W-PR-DEBUT-ANNEE + 10000.
002291     COMPUTE W-PR-DERNIER-JOUR = W-PR-ANNEE * 10000 + 1231.
002292     MOVE W-PR-DEBUT-ANNEE TO W-PR-DEBUT.
002293     IF RL-DTADH > W-PR-DEBUT-ANNEE
002294        MOVE RL-DTADH TO W-PR-DEBUT
002295     END-IF.
002296     MOVE W-PR-DEBUT-SUIVANTE TO W-PR-FIN.
002297     IF RL-DTRAD > ZERO
002298        AND RL-DTRAD < W-PR-DEBUT-SUIVANTE
002299        MOVE RL-DTRAD TO W-PR-FIN
002300     END-IF.
002301     COMPUTE W-PR-JOURS-ANNEE =
002302        FUNCTION INTEGER-OF-DATE (W-PR-DEBUT-SUIVANTE)
002303        - FUNCTION INTEGER-OF-DATE (W-PR-DEBUT-ANNEE).
002304     MOVE ZERO TO W-PR-JOURS-ADHESION.
002305     IF W-PR-FIN > W-PR-DEBUT
002306        COMPUTE W-PR-JOURS-ADHESION =
002307           FUNCTION INTEGER-OF-DATE (W-PR-FIN)
002308           - FUNCTION INTEGER-OF-DATE (W-PR-DEBUT)
002309     END-IF.
002310     IF W-PR-JOURS-ADHESION = W-PR-JOURS-ANNEE
002311        GO TO 4310-EXIT
002312     END-IF.
002313     COMPUTE W-PR-FIXE ROUNDED =
002314        W-BA-FIXE (W-IDX-BA) * W-PR-JOURS-ADHESION
002315        / W-PR-JOURS-ANNEE.
002316     COMPUTE W-PR-PLANCHER ROUNDED =
002317        W-BA-PLANCHER (W-IDX-BA) * W-PR-JOURS-ADHESION
002318        / W-PR-JOURS-ANNEE.
002319 4310-EXIT.
002320     EXIT.
002150*****************************************************************
002160*    5000-EDITER-MOUVEMENTS - MOUVEMENTS FFFFFGS DU MOIS
002170*    DEMANDE, LUS PAR LE CHEMIN D'INDEX ALTERNATIF COADHF
002910            RD-COADHF DELIMITED BY SIZE
002920            ' - PAGE ' DELIMITED BY SIZE
002930            W-PAGE-EDIT DELIMITED BY SIZE
002931            INTO RL-PRNT-LIGNE
002932        END-STRING
002933        EVALUATE TRUE
002934           WHEN DOCUMENT-ELECTRONIQUE
002935              PERFORM 7200-EMETTRE-LIGNE THRU 7200-EXIT
002936           WHEN DOCUMENT-RETENU
002937              PERFORM 7100-RETENIR-LIGNE THRU 7100-EXIT
002938           WHEN OTHER
002939              WRITE RL-PRNT-LIGNE
002940        END-EVALUATE
002941        PERFORM 7300-ARCHIVER-LIGNE THRU 7300-EXIT
002942        ADD 1 TO W-NB-LIGNES-PAGE
002943     END-IF.
002944     MOVE W-LIGNE-TRAVAIL TO RL-PRNT-LIGNE.
002945     EVALUATE TRUE
002946        WHEN DOCUMENT-ELECTRONIQUE
002947           PERFORM 7200-EMETTRE-LIGNE THRU 7200-EXIT
002948        WHEN DOCUMENT-RETENU
002949           PERFORM 7100-RETENIR-LIGNE THRU 7100-EXIT
002950        WHEN OTHER
002951           WRITE RL-PRNT-LIGNE
002952     END-EVALUATE.
002953     PERFORM 7300-ARCHIVER-LIGNE THRU 7300-EXIT.
002954     ADD 1 TO W-NB-LIGNES-PAGE.
002955 7000-EXIT.
002956     EXIT.
002957 7100-RETENIR-LIGNE.
002958     ADD 1 TO W-RANG-RETENU.
002959     MOVE W-DATE-RETENUE TO DR-DATE-RETENUE.
002960     MOVE W-HEURE-RETENUE TO DR-HEURE-RETENUE.
002961     MOVE 'HZRL0001' TO DR-PROGRAMME.
002962     MOVE 'RL' TO DR-TYPE-DOC.
002963     MOVE RD-COADHF TO DR-COADHF.
002964     MOVE RD-MOIS TO DR-REFERENCE.
002965     MOVE W-RANG-RETENU TO DR-RANG.
002966     MOVE RL-PRNT-LIGNE TO DR-LIGNE.
002967     WRITE DOC-RET-LIGNE.
002968 7100-EXIT.
002969     EXIT.
002970 7200-EMETTRE-LIGNE.
002971     ADD 1 TO W-RANG-ELEC.
002972     MOVE 'L' TO EL-TYPE-ENREG.
002973     MOVE RD-COADHF TO EL-COADHF.
002974     MOVE 'RL' TO EL-TYPE-DOC.
002975     MOVE RD-MOIS TO EL-PERIODE.
002976     MOVE W-RANG-ELEC TO EL-RANG.
002977     MOVE RL-PRNT-LIGNE TO EL-LIGNE.
002978     WRITE DOC-ELEC-LIGNE.
002979 7200-EXIT.
002980     EXIT.
002981 7300-ARCHIVER-LIGNE.
002982     ADD 1 TO W-RANG-ARCHIVE.
002983     ADD 1 TO W-NB-LIGNES-DOC.
002984     IF W-NB-LIGNES-DOC = 1
002985        MOVE W-RANG-ARCHIVE TO W-RANG-DEBUT-DOC
002986     END-IF.
002987     MOVE 'HZRL0001' TO AR-PROGRAMME.
002988     MOVE W-DATE-RETENUE TO AR-DATE-PRODUCTION.
002989     MOVE W-HEURE-RETENUE TO AR-HEURE-PRODUCTION.
002990     MOVE W-RANG-ARCHIVE TO AR-RANG.
002991     MOVE RL-PRNT-LIGNE TO AR-LIGNE.
002992     WRITE DOC-ARCH-LIGNE.
002993 7300-EXIT.
002994     EXIT.
002995*****************************************************************
002996*    7400-INSCRIRE-REGISTRE - LE DOCUMENT QUI VIENT D'ETRE
002997*    PRODUIT EST PORTE AU REGISTRE DOC-REG AVEC SA POSITION DANS
002998*    DOC-ARCH ET SON CANAL ('E' MESSAGERIE, 'R' RETENU NPAI,
002999*    'P' IMPRIME).
003000*****************************************************************
003001 7400-INSCRIRE-REGISTRE.
003002     IF W-NB-LIGNES-DOC = ZERO
003003        GO TO 7400-EXIT
003004     END-IF.
003005     MOVE SPACES TO DOC-REG-LIGNE.
003006     MOVE RD-COADHF TO RG-COADHF.
003007     MOVE 'RL' TO RG-TYPE-DOC.
003008     MOVE RD-MOIS TO RG-PERIODE.
003009     MOVE W-DATE-RETENUE TO RG-DATE-PRODUCTION.
003010     MOVE W-HEURE-RETENUE TO RG-HEURE-PRODUCTION.
003011     MOVE W-LANGUE-COURANTE TO RG-LANGUE.
003012     IF RG-LANGUE = SPACES
003013        MOVE 'FR' TO RG-LANGUE
003014     END-IF.
003015     EVALUATE TRUE
003016        WHEN DOCUMENT-ELECTRONIQUE
003017           MOVE 'E' TO RG-CANAL
003018        WHEN DOCUMENT-RETENU
003019           MOVE 'R' TO RG-CANAL
003020        WHEN OTHER
003021           MOVE 'P' TO RG-CANAL
003022     END-EVALUATE.
003023     MOVE 'HZRL0001' TO RG-PROGRAMME.
003024     MOVE W-RANG-DEBUT-DOC TO RG-RANG-DEBUT.
003025     MOVE W-NB-LIGNES-DOC TO RG-NB-LIGNES.
003026     WRITE DOC-REG-LIGNE.
003027     ADD 1 TO W-NB-INSCRITS.
003028 7400-EXIT.
003030     EXIT.
003040 8000-TERMINE.
003050     IF RL-DEM-OK OR RL-DEM-FIN
003060        CLOSE RL-DEM
003070     END-IF.
003080     CLOSE FFFFFGS RL-PRNT.
003085     CLOSE DOC-ARCH DOC-REG.
003090     MOVE W-NB-RELEVES TO W-NB-EDIT.
003100     DISPLAY 'HZRL0001 - RELEVES EDITES : ' W-NB-EDIT.
003101     MOVE W-NB-RETENUS TO W-NB-EDIT.
003102     DISPLAY 'HZRL0001 - RELEVES RETENUS (NPAI) : ' W-NB-EDIT.
003103     MOVE W-NB-ELECTRONIQUES TO W-NB-EDIT.
003104     DISPLAY 'HZRL0001 - RELEVES PAR MESSAGERIE : ' W-NB-EDIT.
003105     MOVE W-NB-INSCRITS TO W-NB-EDIT.
003106     DISPLAY 'HZRL0001 - RELEVES INSCRITS AU REGISTRE : '
003107         W-NB-EDIT.
003110 8000-EXIT.
003120     EXIT.
