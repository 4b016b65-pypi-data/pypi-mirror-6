000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZSL0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. CHARGEMENT D'UNE VERSION DE LA LISTE DES PERSONNES
000080     SOUS SANCTIONS ET REFILTRAGE COMPLET DES ADHERENTS. LA
000090     LISTE PUBLIEE (SANC-SRC : ENTETE '01' VERSION ET DATE DE
000100     PUBLICATION, PUIS UNE LIGNE '02' PAR NOM OU ALIAS) EST
000110     COMPAREE A LA VERSION EN PLACE DANS SANC-TAB : MEME
000120     VERSION, RIEN N'EST FAIT. SINON CHAQUE NOM EST CODE PAR
000130     HZPH0001 (TRADUIT PAR CPT-TAB COMME DANS LA CHAINE), TRIE
000140     PAR CODE PUIS REFERENCE ET RECHARGE EN TOTALITE DANS
000150     SANC-TAB (DESSIN SANCTBC, ENTETE DE CLE LOW-VALUES PORTANT
000160     LA VERSION ET LES CHAINES CPT-TAB). TOUS LES ADHERENTS NON
000170     RADIES DE ADH-REF SONT ALORS REFILTRES PAR HZSC0001 CONTRE
000180     LA NOUVELLE LISTE (ORIGINE HZSL0001) : LES CORRESPONDANCES
000190     PARTENT DANS LA FILE DE CONFORMITE SANC-ATT ET AU RAPPORT
000200     SL-RPRT, CHAQUE FILTRAGE EST TRACE DANS SANC-LOG.
000210     A PASSER APRES HZMS0001. SANC-SRC ABSENT OU SANS ENTETE,
000220     ECRITURE SANC-TAB EN ECHEC = CODE 8 (LISTE EN PLACE
000230     CONSERVEE OU A RECHARGER) ; CPT-TAB OU ADH-REF ABSENT =
000240     CODE 4.
000250*****************************************************************
000260*    HISTORIQUE DES MODIFICATIONS
000270*    --------------------------------------------------------
000280*    DATE       AUTEUR  DESCRIPTION
000290*    --------   ------  -------------------------------------
000300*    15/10/2026 EBA     CREATION.
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 SPECIAL-NAMES.
000370     DECIMAL-POINT IS COMMA.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT SANC-SRC ASSIGN TO SANCSRC
000410         ORGANIZATION SEQUENTIAL
000420         FILE STATUS W-SANC-SRC-STATUS.
000430     SELECT CPT-TAB ASSIGN TO CPTTAB
000440         ORGANIZATION SEQUENTIAL
000450         FILE STATUS W-CPT-TAB-STATUS.
000460     SELECT SANC-TAB ASSIGN TO SANCTAB
000470         ORGANIZATION SEQUENTIAL
000480         FILE STATUS W-SANC-TAB-STATUS.
000490     SELECT ADH-REF ASSIGN TO ADHREF
000500         ORGANIZATION SEQUENTIAL
000510         FILE STATUS W-ADH-REF-STATUS.
000520     SELECT SL-RPRT ASSIGN TO SLRPRT
000530         ORGANIZATION SEQUENTIAL
000540         FILE STATUS W-SL-RPRT-STATUS.
000550     SELECT TRI-SANC ASSIGN TO SORTWK01.
000560 DATA DIVISION.
000570 FILE SECTION.
000580*****************************************************************
000590*    SANC-SRC - LISTE PUBLIEE : ENTETE '01' (VERSION, DATE DE
000600*    PUBLICATION AAAAMMJJ) PUIS DETAILS '02' (REFERENCE DE LA
000610*    PERSONNE, NOM, ADRESSE, CODE POSTAL, VILLE, PAYS). UN ALIAS
000620*    EST UNE LIGNE '02' DE MEME REFERENCE.
000630*****************************************************************
000640 FD  SANC-SRC
000650     LABEL RECORD STANDARD
000660     DATA RECORD SANC-SRC-LIGNE.
000670 01  SANC-SRC-LIGNE.
000680     05  SS-TYPE                 PIC X(02).
000690         88  SS-ENTETE           VALUE '01'.
000700         88  SS-DETAIL           VALUE '02'.
000710     05  SS-DETAIL-DONNEES.
000720         10  SS-REFERENCE        PIC X(12).
000730         10  SS-NOM              PIC X(30).
000740         10  SS-ADRESSE          PIC X(30).
000750         10  SS-CODE-POSTAL      PIC X(05).
000760         10  SS-VILLE            PIC X(20).
000770         10  SS-PAYS             PIC X(02).
000780     05  SS-ENTETE-DONNEES REDEFINES SS-DETAIL-DONNEES.
000790         10  SS-VERSION          PIC X(10).
000800         10  SS-DATE-PUBLICATION PIC 9(08).
000810         10  FILLER              PIC X(81).
000820*****************************************************************
000830*    CPT-TAB - TABLE DE TRADUCTION CODE-PAGE / ACCENTS, MEME
000840*    DESSIN QUE DANS HORROR (1530).
000850*****************************************************************
000860 FD  CPT-TAB
000870     LABEL RECORD STANDARD
000880     DATA RECORD CPT-TAB-LIGNE.
000890 01  CPT-TAB-LIGNE.
000900     05  CPT-CARACTERE-SOURCE    PIC X(01).
000910     05  CPT-CARACTERE-CIBLE     PIC X(01).
000920 FD  SANC-TAB
000930     LABEL RECORD STANDARD
000940     DATA RECORD SANC-TAB-ENREG.
000950 COPY SANCTBC.
000960*****************************************************************
000970*    ADH-REF - COPIE SEQUENTIELLE DU MAITRE ADHERENT (HZMS0001),
000980*    UNE ENTREE PAR CLE QUANTITE.
000990*****************************************************************
001000 FD  ADH-REF
001010     LABEL RECORD STANDARD
001020     DATA RECORD ADH-MAST-ENREG.
001030 COPY ADHMSTC.
001040 FD  SL-RPRT
001050     LABEL RECORD STANDARD
001060     DATA RECORD SL-RPRT-LIGNE.
001070 01  SL-RPRT-LIGNE               PIC X(132).
001080*****************************************************************
001090*    TRI-SANC - FICHIER DE TRI, DANS L'ORDRE DE LA CLE SANC-TAB.
001100*****************************************************************
001110 SD  TRI-SANC
001120     DATA RECORD TRI-LIGNE.
001130 01  TRI-LIGNE.
001140     05  TRI-PHONETIQUE          PIC X(12).
001150     05  TRI-REFERENCE           PIC X(12).
001160     05  TRI-NOM                 PIC X(30).
001170     05  TRI-NOM-NORM            PIC X(30).
001180     05  TRI-ADRESSE-NORM        PIC X(30).
001190     05  TRI-CODE-POSTAL         PIC X(05).
001200     05  TRI-VILLE-NORM          PIC X(20).
001210     05  TRI-PAYS                PIC X(02).
001220 WORKING-STORAGE SECTION.
001230 01  W-SANC-SRC-STATUS           PIC XX.
001240     88  SANC-SRC-OK             VALUE '00'.
001250 01  W-CPT-TAB-STATUS            PIC XX.
001260     88  CPT-TAB-OK              VALUE '00'.
001270 01  W-SANC-TAB-STATUS           PIC XX.
001280     88  SANC-TAB-OK             VALUE '00'.
001290 01  W-ADH-REF-STATUS            PIC XX.
001300     88  ADH-REF-OK              VALUE '00'.
001310 01  W-SL-RPRT-STATUS            PIC XX.
001320 01  W-FIN-CPT                   PIC X VALUE 'N'.
001330     88  FIN-CPT                 VALUE 'O'.
001340 01  W-FIN-SRC                   PIC X VALUE 'N'.
001350     88  FIN-SRC                 VALUE 'O'.
001360 01  W-FIN-TRI                   PIC X VALUE 'N'.
001370     88  FIN-TRI                 VALUE 'O'.
001380 01  W-FIN-ADH                   PIC X VALUE 'N'.
001390     88  FIN-ADH                 VALUE 'O'.
001400 01  W-ABANDON-SW                PIC X VALUE 'N'.
001410     88  ABANDON-CHARGEMENT      VALUE 'O'.
001420 01  W-VERSION-NOUVELLE          PIC X(10) VALUE SPACES.
001430 01  W-DATE-PUBLICATION          PIC 9(08) VALUE ZERO.
001440 01  W-VERSION-EN-PLACE          PIC X(10) VALUE SPACES.
001450 01  W-CLE-PRECEDENTE            PIC X(24) VALUE LOW-VALUES.
001460 01  W-COADHF-PRECEDENT          PIC X(09) VALUE LOW-VALUES.
001470*****************************************************************
001480*    CHAINES DE TRADUCTION CPT-TAB (MEME MECANIQUE QUE 1100 DE
001490*    HZPX0001) ET PASSAGE EN MAJUSCULES.
001500*****************************************************************
001510 01  W-NB-CPT-ENTREES            PIC 9(03) COMP VALUE ZERO.
001520 01  W-CPT-CHAINE-SOURCE         PIC X(94) VALUE SPACES.
001530 01  W-CPT-CHAINE-CIBLE          PIC X(94) VALUE SPACES.
001540 01  W-MINUSCULES                PIC X(26) VALUE
001550     'abcdefghijklmnopqrstuvwxyz'.
001560 01  W-MAJUSCULES                PIC X(26) VALUE
001570     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001580*****************************************************************
001590*    APPEL DU CODAGE PHONETIQUE (MEME ZONE QUE PH-PARMS).
001600*****************************************************************
001610 01  W-PH-PROGRAMME              PIC X(08) VALUE 'HZPH0001'.
001620 01  W-PH-PARMS.
001630     05  W-PH-NOM                PIC X(30).
001640     05  W-PH-CPT-SOURCE         PIC X(94).
001650     05  W-PH-CPT-CIBLE          PIC X(94).
001660     05  W-PH-CODE               PIC X(12).
001670*****************************************************************
001680*    APPEL DU FILTRAGE SANCTIONS (MEME ZONE QUE SC-PARMS).
001690*****************************************************************
001700 01  W-SC-PROGRAMME              PIC X(08) VALUE 'HZSC0001'.
001710 01  W-SC-PARMS.
001720     05  W-SC-FONCTION           PIC X(01).
001730     05  W-SC-ORIGINE            PIC X(08).
001740     05  W-SC-COADHF             PIC X(09).
001750     05  W-SC-NOM                PIC X(30).
001760     05  W-SC-ADRESSE            PIC X(30).
001770     05  W-SC-CODE-POSTAL        PIC X(05).
001780     05  W-SC-VILLE              PIC X(20).
001790     05  W-SC-IMAGE              PIC X(200).
001800     05  W-SC-RESULTAT           PIC X(01).
001810         88  SANCTION-CORRESPONDANCE VALUE 'O'.
001820     05  W-SC-REFERENCE          PIC X(12).
001830     05  W-SC-SCORE              PIC 9(03).
001840     05  W-SC-VERSION            PIC X(10).
001850*****************************************************************
001860*    COMPTEURS.
001870*****************************************************************
001880 01  W-NB-LUS                    PIC 9(07) COMP VALUE ZERO.
001890 01  W-NB-IGNORES                PIC 9(07) COMP VALUE ZERO.
001900 01  W-NB-TRIES                  PIC 9(07) COMP VALUE ZERO.
001910 01  W-NB-ECRITS                 PIC 9(07) COMP VALUE ZERO.
001920 01  W-NB-FILTRES                PIC 9(07) COMP VALUE ZERO.
001930 01  W-NB-CORRESPONDANCES        PIC 9(07) COMP VALUE ZERO.
001940 01  W-NB-EDIT                   PIC Z(06)9.
001950 01  W-SCORE-EDIT                PIC ZZ9.
001960 01  W-LIGNE-TRAVAIL             PIC X(132).
001970 PROCEDURE DIVISION.
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALISE THRU 1000-EXIT.
002000     IF ABANDON-CHARGEMENT
002010        GO TO 0000-FIN
002020     END-IF.
002030     SORT TRI-SANC
002040        ON ASCENDING KEY TRI-PHONETIQUE TRI-REFERENCE
002050        INPUT PROCEDURE 2000-LIRE-LISTE THRU 2000-EXIT
002060        OUTPUT PROCEDURE 7000-CHARGER-LISTE THRU 7000-EXIT.
002070     IF NOT ABANDON-CHARGEMENT
002080        PERFORM 8000-REFILTRER-ADHERENTS THRU 8000-EXIT
002090     END-IF.
002100     PERFORM 9000-TERMINE THRU 9000-EXIT.
002110 0000-FIN.
002120     GOBACK.
002130*****************************************************************
002140*    1000-INITIALISE - L'ENTETE DE SANC-SRC DOIT ETRE LUE AVANT
002150*    QUE SANC-TAB NE SOIT VIDE PAR L'OUVERTURE EN SORTIE : SANS
002160*    ENTETE, LA LISTE EN PLACE EST CONSERVEE (CODE 8). MEME
002170*    VERSION QUE LA LISTE EN PLACE : RIEN A CHARGER NI A
002180*    REFILTRER.
002190*****************************************************************
002200 1000-INITIALISE.
002210     OPEN OUTPUT SL-RPRT.
002220     OPEN INPUT SANC-SRC.
002230     IF NOT SANC-SRC-OK
002240        DISPLAY 'HZSL0001 - SANC-SRC INDISPONIBLE - STATUT '
002250            W-SANC-SRC-STATUS ' - SANC-TAB NON RECHARGE'
002260        MOVE 8 TO RETURN-CODE
002270        MOVE 'O' TO W-ABANDON-SW
002280        CLOSE SL-RPRT
002290        GO TO 1000-EXIT
002300     END-IF.
002310     READ SANC-SRC
002320        AT END MOVE SPACES TO SANC-SRC-LIGNE
002330     END-READ.
002340     IF NOT SS-ENTETE OR SS-VERSION = SPACES
002350        DISPLAY 'HZSL0001 - SANC-SRC SANS ENTETE DE VERSION - '
002360            'SANC-TAB NON RECHARGE'
002370        MOVE 8 TO RETURN-CODE
002380        MOVE 'O' TO W-ABANDON-SW
002390        CLOSE SANC-SRC SL-RPRT
002400        GO TO 1000-EXIT
002410     END-IF.
002420     MOVE SS-VERSION TO W-VERSION-NOUVELLE.
002430     MOVE SS-DATE-PUBLICATION TO W-DATE-PUBLICATION.
002440     PERFORM 1200-LIRE-VERSION-EN-PLACE THRU 1200-EXIT.
002450     IF W-VERSION-EN-PLACE = W-VERSION-NOUVELLE
002460        DISPLAY 'HZSL0001 - VERSION ' W-VERSION-NOUVELLE
002470            ' DEJA EN PLACE - AUCUN CHARGEMENT NI REFILTRAGE'
002480        MOVE 'O' TO W-ABANDON-SW
002490        CLOSE SANC-SRC SL-RPRT
002500        GO TO 1000-EXIT
002510     END-IF.
002520     PERFORM 1100-CHARGER-CPTTAB THRU 1100-EXIT.
002530 1000-EXIT.
002540     EXIT.
002550*****************************************************************
002560*    1100-CHARGER-CPTTAB - CHAINES DE TRADUCTION CODE-PAGE /
002570*    ACCENTS. SANS CPT-TAB LES NOMS SONT CODES SANS TRADUCTION.
002580*****************************************************************
002590 1100-CHARGER-CPTTAB.
002600     OPEN INPUT CPT-TAB.
002610     IF NOT CPT-TAB-OK
002620        DISPLAY 'HZSL0001 - CPT-TAB INDISPONIBLE, AUCUNE '
002630            'TRADUCTION CODE-PAGE - STATUT ' W-CPT-TAB-STATUS
002640        MOVE 4 TO RETURN-CODE
002650        GO TO 1100-EXIT
002660     END-IF.
002670     PERFORM UNTIL FIN-CPT
002680        READ CPT-TAB
002690           AT END SET FIN-CPT TO TRUE
002700           NOT AT END PERFORM 1110-EMPILER-CARACTERE THRU
002710              1110-EXIT
002720        END-READ
002730     END-PERFORM.
002740     CLOSE CPT-TAB.
002750 1100-EXIT.
002760     EXIT.
002770 1110-EMPILER-CARACTERE.
002780     IF W-NB-CPT-ENTREES < 94
002790        ADD 1 TO W-NB-CPT-ENTREES
002800        MOVE CPT-CARACTERE-SOURCE TO
002810           W-CPT-CHAINE-SOURCE (W-NB-CPT-ENTREES:1)
002820        MOVE CPT-CARACTERE-CIBLE TO
002830           W-CPT-CHAINE-CIBLE (W-NB-CPT-ENTREES:1)
002840     END-IF.
002850 1110-EXIT.
002860     EXIT.
002870*****************************************************************
002880*    1200-LIRE-VERSION-EN-PLACE - ENTETE DE LA LISTE ACTUELLE ;
002890*    SANC-TAB ABSENT OU SANS ENTETE : PREMIER CHARGEMENT.
002900*****************************************************************
002910 1200-LIRE-VERSION-EN-PLACE.
002920     OPEN INPUT SANC-TAB.
002930     IF NOT SANC-TAB-OK
002940        GO TO 1200-EXIT
002950     END-IF.
002960     READ SANC-TAB
002970        AT END MOVE HIGH-VALUES TO ST-CLE
002980     END-READ.
002990     IF ST-CLE = LOW-VALUES
003000        MOVE ST-VERSION TO W-VERSION-EN-PLACE
003010     END-IF.
003020     CLOSE SANC-TAB.
003030 1200-EXIT.
003040     EXIT.
003050*****************************************************************
003060*    2000-LIRE-LISTE - PROCEDURE D'ENTREE DU TRI : UNE LIGNE PAR
003070*    DETAIL '02' DONT LE NOM PORTE AU MOINS UNE LETTRE.
003080*****************************************************************
003090 2000-LIRE-LISTE SECTION.
003100 2000-DEBUT.
003110     MOVE W-CPT-CHAINE-SOURCE TO W-PH-CPT-SOURCE.
003120     MOVE W-CPT-CHAINE-CIBLE TO W-PH-CPT-CIBLE.
003130     PERFORM 2100-LIRE-DETAIL THRU 2100-EXIT
003140        UNTIL FIN-SRC.
003150     CLOSE SANC-SRC.
003160 2000-EXIT.
003170     EXIT.
003180 2100-LIRE-DETAIL.
003190     READ SANC-SRC
003200        AT END
003210           MOVE 'O' TO W-FIN-SRC
003220           GO TO 2100-EXIT
003230     END-READ.
003240     ADD 1 TO W-NB-LUS.
003250     IF NOT SS-DETAIL OR SS-REFERENCE = SPACES
003260        ADD 1 TO W-NB-IGNORES
003270        GO TO 2100-EXIT
003280     END-IF.
003290     MOVE SS-NOM TO W-PH-NOM.
003300     CALL W-PH-PROGRAMME USING W-PH-PARMS.
003310     IF W-PH-CODE = SPACES
003320        ADD 1 TO W-NB-IGNORES
003330        GO TO 2100-EXIT
003340     END-IF.
003350     MOVE W-PH-CODE TO TRI-PHONETIQUE.
003360     MOVE SS-REFERENCE TO TRI-REFERENCE.
003370     MOVE SS-NOM TO TRI-NOM.
003380     MOVE SS-NOM TO TRI-NOM-NORM.
003390     MOVE SS-ADRESSE TO TRI-ADRESSE-NORM.
003400     MOVE SS-CODE-POSTAL TO TRI-CODE-POSTAL.
003410     MOVE SS-VILLE TO TRI-VILLE-NORM.
003420     MOVE SS-PAYS TO TRI-PAYS.
003430     IF W-NB-CPT-ENTREES > ZERO
003440        INSPECT TRI-NOM-NORM
003450           CONVERTING W-CPT-CHAINE-SOURCE
003460           TO W-CPT-CHAINE-CIBLE
003470        INSPECT TRI-ADRESSE-NORM
003480           CONVERTING W-CPT-CHAINE-SOURCE
003490           TO W-CPT-CHAINE-CIBLE
003500        INSPECT TRI-VILLE-NORM
003510           CONVERTING W-CPT-CHAINE-SOURCE
003520           TO W-CPT-CHAINE-CIBLE
003530     END-IF.
003540     INSPECT TRI-NOM-NORM
003550        CONVERTING W-MINUSCULES TO W-MAJUSCULES.
003560     INSPECT TRI-ADRESSE-NORM
003570        CONVERTING W-MINUSCULES TO W-MAJUSCULES.
003580     INSPECT TRI-VILLE-NORM
003590        CONVERTING W-MINUSCULES TO W-MAJUSCULES.
003600     RELEASE TRI-LIGNE.
003610     ADD 1 TO W-NB-TRIES.
003620 2100-EXIT.
003630     EXIT.
003640*****************************************************************
003650*    7000-CHARGER-LISTE - PROCEDURE DE SORTIE DU TRI : ENTETE
003660*    (VERSION, CHAINES CPT-TAB) PUIS LES LIGNES DANS L'ORDRE DE
003670*    LA CLE ; UNE CLE REPETEE (MEME NOM CODE POUR LA MEME
003680*    REFERENCE) N'EST ECRITE QU'UNE FOIS.
003690*****************************************************************
003700 7000-CHARGER-LISTE SECTION.
003710 7000-DEBUT.
003720     OPEN OUTPUT SANC-TAB.
003730     IF NOT SANC-TAB-OK
003740        DISPLAY 'HZSL0001 - OUVERTURE SANC-TAB EN ECHEC - '
003750            'STATUT ' W-SANC-TAB-STATUS
003760        MOVE 8 TO RETURN-CODE
003770        MOVE 'O' TO W-ABANDON-SW
003780        GO TO 7000-EXIT
003790     END-IF.
003800     MOVE SPACES TO SANC-TAB-ENREG.
003810     MOVE LOW-VALUES TO ST-CLE.
003820     MOVE W-VERSION-NOUVELLE TO ST-VERSION.
003830     MOVE W-DATE-PUBLICATION TO ST-DATE-PUBLICATION.
003840     MOVE W-NB-TRIES TO ST-NB-ENTREES.
003850     MOVE W-CPT-CHAINE-SOURCE TO ST-CPT-SOURCE.
003860     MOVE W-CPT-CHAINE-CIBLE TO ST-CPT-CIBLE.
003870     WRITE SANC-TAB-ENREG.
003880     MOVE 'N' TO W-FIN-TRI.
003890     PERFORM 7100-RESTITUER-LIGNE THRU 7100-EXIT
003900        UNTIL FIN-TRI.
003910     CLOSE SANC-TAB.
003920 7000-EXIT.
003930     EXIT.
003940 7100-RESTITUER-LIGNE.
003950     RETURN TRI-SANC
003960        AT END
003970           SET FIN-TRI TO TRUE
003980        NOT AT END
003990           PERFORM 7200-ECRIRE-ENTREE THRU 7200-EXIT
004000     END-RETURN.
004010 7100-EXIT.
004020     EXIT.
004030 7200-ECRIRE-ENTREE.
004040     IF TRI-LIGNE (1:24) = W-CLE-PRECEDENTE
004050        GO TO 7200-EXIT
004060     END-IF.
004070     MOVE TRI-LIGNE (1:24) TO W-CLE-PRECEDENTE.
004080     MOVE SPACES TO SANC-TAB-ENREG.
004090     MOVE TRI-PHONETIQUE TO ST-PHONETIQUE.
004100     MOVE TRI-REFERENCE TO ST-REFERENCE.
004110     MOVE TRI-NOM TO ST-NOM.
004120     MOVE TRI-NOM-NORM TO ST-NOM-NORM.
004130     MOVE TRI-ADRESSE-NORM TO ST-ADRESSE-NORM.
004140     MOVE TRI-CODE-POSTAL TO ST-CODE-POSTAL.
004150     MOVE TRI-VILLE-NORM TO ST-VILLE-NORM.
004160     MOVE TRI-PAYS TO ST-PAYS.
004170     WRITE SANC-TAB-ENREG.
004180     ADD 1 TO W-NB-ECRITS.
004190 7200-EXIT.
004200     EXIT.
004210*****************************************************************
004220*    8000-REFILTRER-ADHERENTS - CHAQUE ADHERENT NON RADIE DE
004230*    ADH-REF EST FILTRE UNE FOIS (SES ENTREES SE SUIVENT DANS
004240*    ADH-REF) CONTRE LA NOUVELLE LISTE, CHARGEE PAR HZSC0001 AU
004250*    PREMIER APPEL. L'IMAGE VERSEE EN FILE EST L'ENTREE ADH-REF.
004260*****************************************************************
004270 8000-REFILTRER-ADHERENTS.
004280     OPEN INPUT ADH-REF.
004290     IF NOT ADH-REF-OK
004300        DISPLAY 'HZSL0001 - ADH-REF INDISPONIBLE, ADHERENTS NON '
004310            'REFILTRES - STATUT ' W-ADH-REF-STATUS
004320        MOVE 4 TO RETURN-CODE
004330        GO TO 8000-EXIT
004340     END-IF.
004350     MOVE 'HZSL0001' TO W-SC-ORIGINE.
004360     PERFORM 8100-FILTRER-ADHERENT THRU 8100-EXIT
004370        UNTIL FIN-ADH.
004380     CLOSE ADH-REF.
004390     MOVE 'F' TO W-SC-FONCTION.
004400     CALL W-SC-PROGRAMME USING W-SC-PARMS.
004410 8000-EXIT.
004420     EXIT.
004430 8100-FILTRER-ADHERENT.
004440     READ ADH-REF
004450        AT END
004460           MOVE 'O' TO W-FIN-ADH
004470           GO TO 8100-EXIT
004480     END-READ.
004490     IF AF-COADHF = W-COADHF-PRECEDENT
004500        OR AF-COADHF = SPACES
004510        OR AF-STATUT-RADIE
004520        GO TO 8100-EXIT
004530     END-IF.
004540     MOVE AF-COADHF TO W-COADHF-PRECEDENT.
004550     MOVE 'C' TO W-SC-FONCTION.
004560     MOVE AF-COADHF TO W-SC-COADHF.
004570     MOVE AF-NOM TO W-SC-NOM.
004580     MOVE AF-ADRESSE TO W-SC-ADRESSE.
004590     MOVE AF-CODE-POSTAL TO W-SC-CODE-POSTAL.
004600     MOVE AF-VILLE TO W-SC-VILLE.
004610     MOVE ADH-MAST-ENREG TO W-SC-IMAGE.
004620     CALL W-SC-PROGRAMME USING W-SC-PARMS.
004630     ADD 1 TO W-NB-FILTRES.
004640     IF NOT SANCTION-CORRESPONDANCE
004650        GO TO 8100-EXIT
004660     END-IF.
004670     ADD 1 TO W-NB-CORRESPONDANCES.
004680     MOVE W-SC-SCORE TO W-SCORE-EDIT.
004690     MOVE SPACES TO W-LIGNE-TRAVAIL.
004700     STRING 'ADHERENT ' DELIMITED BY SIZE
004710         AF-COADHF DELIMITED BY SIZE
004720         ' ' DELIMITED BY SIZE
004730         AF-NOM DELIMITED BY SIZE
004740         ' - LISTE ' DELIMITED BY SIZE
004750         W-SC-REFERENCE DELIMITED BY SIZE
004760         ' SCORE ' DELIMITED BY SIZE
004770         W-SCORE-EDIT DELIMITED BY SIZE
004780         ' - EN FILE DE CONFORMITE' DELIMITED BY SIZE
004790         INTO W-LIGNE-TRAVAIL
004800     END-STRING.
004810     MOVE W-LIGNE-TRAVAIL TO SL-RPRT-LIGNE.
004820     WRITE SL-RPRT-LIGNE.
004830 8100-EXIT.
004840     EXIT.
004850 9000-TERMINE.
004860     MOVE SPACES TO W-LIGNE-TRAVAIL.
004870     STRING 'LISTE DES SANCTIONS - VERSION ' DELIMITED BY SIZE
004880         W-VERSION-NOUVELLE DELIMITED BY SIZE
004890         ' CHARGEE (VERSION PRECEDENTE ' DELIMITED BY SIZE
004900         W-VERSION-EN-PLACE DELIMITED BY SIZE
004910         ')' DELIMITED BY SIZE
004920         INTO W-LIGNE-TRAVAIL
004930     END-STRING.
004940     MOVE W-LIGNE-TRAVAIL TO SL-RPRT-LIGNE.
004950     WRITE SL-RPRT-LIGNE.
004960     CLOSE SL-RPRT.
004970     MOVE W-NB-LUS TO W-NB-EDIT.
004980     DISPLAY 'HZSL0001 - LIGNES SANC-SRC LUES    : ' W-NB-EDIT.
004990     MOVE W-NB-IGNORES TO W-NB-EDIT.
005000     DISPLAY 'HZSL0001 - LIGNES IGNOREES         : ' W-NB-EDIT.
005010     MOVE W-NB-ECRITS TO W-NB-EDIT.
005020     DISPLAY 'HZSL0001 - ENTREES SANC-TAB        : ' W-NB-EDIT.
005030     MOVE W-NB-FILTRES TO W-NB-EDIT.
005040     DISPLAY 'HZSL0001 - ADHERENTS REFILTRES     : ' W-NB-EDIT.
005050     MOVE W-NB-CORRESPONDANCES TO W-NB-EDIT.
005060     DISPLAY 'HZSL0001 - CORRESPONDANCES         : ' W-NB-EDIT.
005070 9000-EXIT.
005080     EXIT.
