000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZPX0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. CHARGEMENT DE L'INDEX PHONETIQUE DES ADHERENTS
000080     CONSULTE EN LIGNE PAR LA TRANSACTION HZRN (RECHERCHE PAR
000090     NOM, HZRN0001) : CHAQUE ENTREE DE ADH-REF EST CODEE PAR
000100     HZPH0001 (NOM TRADUIT PAR CPT-TAB COMME DANS LA CHAINE),
000110     TRIEE PAR CODE PUIS COADHF ET RECHARGEE EN TOTALITE DANS
000120     LE KSDS ADHPHON (DESSIN ADHPHOC), UNE ENTREE PAR ADHERENT
000130     ET PAR CODE. UN ADHERENT EST ACTIF SI UNE DE SES ENTREES
000140     L'EST. L'ETABLISSEMENT EST CELUI DU PREMIER MOUVEMENT
000150     FFFFFGS DE L'ADHERENT (CHEMIN COADHF). L'ENREGISTREMENT
000160     DE CLE LOW-VALUES PORTE LES CHAINES CPT-TAB DU CHARGEMENT.
000170     A PASSER APRES HZMS0001. ADH-REF ABSENT OU ECRITURE
000180     ADHPHON EN ECHEC = CODE 8 ; CPT-TAB OU FFFFFGS ABSENT =
000190     CODE 4 (NOMS NON TRADUITS, ETABLISSEMENT A BLANC).
000200*****************************************************************
000210*    HISTORIQUE DES MODIFICATIONS
000220*    --------------------------------------------------------
000230*    DATE       AUTEUR  DESCRIPTION
000240*    --------   ------  -------------------------------------
000250*    15/10/2026 EBA     CREATION.
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CPT-TAB ASSIGN TO CPTTAB
000360         ORGANIZATION SEQUENTIAL
000370         FILE STATUS W-CPT-TAB-STATUS.
000380     SELECT ADH-REF ASSIGN TO ADHREF
000390         ORGANIZATION SEQUENTIAL
000400         FILE STATUS W-ADH-REF-STATUS.
000410     SELECT FFFFFGS ASSIGN TO FFFFFGS
000420         ORGANIZATION INDEXED
000430         ACCESS MODE DYNAMIC
000440         RECORD KEY FFFFFGS-CLE
000450         ALTERNATE RECORD KEY FFFFFGS-COADHF
000460             WITH DUPLICATES
000470         FILE STATUS W-FFFFFGS-STATUS.
000480     SELECT ADH-PHON ASSIGN TO ADHPHON
000490         ORGANIZATION INDEXED
000500         ACCESS MODE SEQUENTIAL
000510         RECORD KEY AP-CLE-PHON
000520         FILE STATUS W-ADH-PHON-STATUS.
000530     SELECT TRI-PHON ASSIGN TO SORTWK01.
000540 DATA DIVISION.
000550 FILE SECTION.
000560*****************************************************************
000570*    CPT-TAB - TABLE DE TRADUCTION CODE-PAGE / ACCENTS, MEME
000580*    DESSIN QUE DANS HORROR (1530).
000590*****************************************************************
000600 FD  CPT-TAB
000610     LABEL RECORD STANDARD
000620     DATA RECORD CPT-TAB-LIGNE.
000630 01  CPT-TAB-LIGNE.
000640     05  CPT-CARACTERE-SOURCE    PIC X(01).
000650     05  CPT-CARACTERE-CIBLE     PIC X(01).
000660*****************************************************************
000670*    ADH-REF - COPIE SEQUENTIELLE DU MAITRE ADHERENT (HZMS0001),
000680*    UNE ENTREE PAR CLE QUANTITE.
000690*****************************************************************
000700 FD  ADH-REF
000710     LABEL RECORD STANDARD
000720     DATA RECORD ADH-MAST-ENREG.
000730 COPY ADHMSTC.
000740 FD  FFFFFGS
000750     LABEL RECORD STANDARD
000760     DATA RECORD FFFFFGS-ENREG.
000770 COPY FFFFFFGS.
000780 FD  ADH-PHON
000790     LABEL RECORD STANDARD
000800     DATA RECORD ADH-PHON-ENREG.
000810 COPY ADHPHOC.
000820*****************************************************************
000830*    TRI-PHON - FICHIER DE TRI, DANS L'ORDRE DE LA CLE ADHPHON.
000840*****************************************************************
000850 SD  TRI-PHON
000860     DATA RECORD TRI-LIGNE.
000870 01  TRI-LIGNE.
000880     05  TRI-PHONETIQUE          PIC X(12).
000890     05  TRI-COADHF              PIC X(09).
000900     05  TRI-NOM                 PIC X(30).
000910     05  TRI-CODE-POSTAL         PIC X(05).
000920     05  TRI-VILLE               PIC X(20).
000930     05  TRI-VILLE-NORM          PIC X(20).
000940     05  TRI-STATUT              PIC X(01).
000950     05  TRI-COETBL              PIC X(05).
000960 WORKING-STORAGE SECTION.
000970 01  W-CPT-TAB-STATUS            PIC XX.
000980     88  CPT-TAB-OK              VALUE '00'.
000990 01  W-ADH-REF-STATUS            PIC XX.
001000     88  ADH-REF-OK              VALUE '00'.
001010 01  W-FFFFFGS-STATUS            PIC XX.
001020     88  FFFFFGS-OK              VALUE '00'.
001030 01  W-ADH-PHON-STATUS           PIC XX.
001040     88  ADH-PHON-OK             VALUE '00'.
001050 01  W-FIN-CPT                   PIC X VALUE 'N'.
001060     88  FIN-CPT                 VALUE 'O'.
001070 01  W-FIN-ADH                   PIC X VALUE 'N'.
001080     88  FIN-ADH                 VALUE 'O'.
001090 01  W-FIN-TRI                   PIC X VALUE 'N'.
001100     88  FIN-TRI                 VALUE 'O'.
001110 01  W-FIN-MOUVEMENTS            PIC X VALUE 'N'.
001120     88  FIN-MOUVEMENTS          VALUE 'O'.
001130 01  W-FFFFFGS-SW                PIC X VALUE 'N'.
001140     88  FFFFFGS-OUVERT          VALUE 'O'.
001150 01  W-ABANDON-SW                PIC X VALUE 'N'.
001160     88  ABANDON-CHARGEMENT      VALUE 'O'.
001170 01  W-ATTENTE-SW                PIC X VALUE 'N'.
001180     88  ENTREE-EN-ATTENTE       VALUE 'O'.
001190*****************************************************************
001200*    CHAINES DE TRADUCTION CPT-TAB (MEME MECANIQUE QUE 1300 DE
001210*    HZAV0001) ET PASSAGE EN MAJUSCULES DE LA VILLE.
001220*****************************************************************
001230 01  W-NB-CPT-ENTREES            PIC 9(03) COMP VALUE ZERO.
001240 01  W-CPT-CHAINE-SOURCE         PIC X(94) VALUE SPACES.
001250 01  W-CPT-CHAINE-CIBLE          PIC X(94) VALUE SPACES.
001260 01  W-MINUSCULES                PIC X(26) VALUE
001270     'abcdefghijklmnopqrstuvwxyz'.
001280 01  W-MAJUSCULES                PIC X(26) VALUE
001290     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001300*****************************************************************
001310*    APPEL DU CODAGE PHONETIQUE (MEME ZONE QUE PH-PARMS).
001320*****************************************************************
001330 01  W-PH-PROGRAMME              PIC X(08) VALUE 'HZPH0001'.
001340 01  W-PH-PARMS.
001350     05  W-PH-NOM                PIC X(30).
001360     05  W-PH-CPT-SOURCE         PIC X(94).
001370     05  W-PH-CPT-CIBLE          PIC X(94).
001380     05  W-PH-CODE               PIC X(12).
001390*****************************************************************
001400*    DERNIER ETABLISSEMENT TROUVE : LES ENTREES D'UN MEME
001410*    ADHERENT SE SUIVENT LE PLUS SOUVENT DANS ADH-REF.
001420*****************************************************************
001430 01  W-COADHF-PRECEDENT          PIC X(09) VALUE LOW-VALUES.
001440 01  W-COETBL-PRECEDENT          PIC X(05) VALUE SPACES.
001450*****************************************************************
001460*    ENTREE EN ATTENTE D'ECRITURE : LES DOUBLONS DE CLE (UNE
001470*    ENTREE ADH-REF PAR CLE QUANTITE) Y SONT FONDUS.
001480*****************************************************************
001490 01  W-ENTREE-ATTENTE.
001500     05  W-EA-PHONETIQUE         PIC X(12).
001510     05  W-EA-COADHF             PIC X(09).
001520     05  W-EA-NOM                PIC X(30).
001530     05  W-EA-CODE-POSTAL        PIC X(05).
001540     05  W-EA-VILLE              PIC X(20).
001550     05  W-EA-VILLE-NORM         PIC X(20).
001560     05  W-EA-STATUT             PIC X(01).
001570     05  W-EA-COETBL             PIC X(05).
001580*****************************************************************
001590*    COMPTEURS.
001600*****************************************************************
001610 01  W-NB-LUS                    PIC 9(09) COMP VALUE ZERO.
001620 01  W-NB-SANS-NOM               PIC 9(09) COMP VALUE ZERO.
001630 01  W-NB-TRIES                  PIC 9(09) COMP VALUE ZERO.
001640 01  W-NB-ECRITS                 PIC 9(09) COMP VALUE ZERO.
001650 01  W-NB-SANS-ETABLISSEMENT     PIC 9(09) COMP VALUE ZERO.
001660 01  W-NB-EDIT                   PIC Z(08)9.
001670 PROCEDURE DIVISION.
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALISE THRU 1000-EXIT.
001700     IF ABANDON-CHARGEMENT
001710        GO TO 0000-FIN
001720     END-IF.
001730     SORT TRI-PHON
001740        ON ASCENDING KEY TRI-PHONETIQUE TRI-COADHF
001750        INPUT PROCEDURE 2000-LIRE-ADHERENTS THRU 2000-EXIT
001760        OUTPUT PROCEDURE 7000-CHARGER-INDEX THRU 7000-EXIT.
001770     PERFORM 8000-TERMINE THRU 8000-EXIT.
001780 0000-FIN.
001790     GOBACK.
001800*****************************************************************
001810*    1000-INITIALISE - ADH-REF DOIT ETRE LISIBLE AVANT QUE
001820*    ADHPHON NE SOIT VIDE PAR L'OUVERTURE EN SORTIE : SANS
001830*    ADH-REF, L'INDEX EN PLACE EST CONSERVE (CODE 8). LES
001840*    CHAINES CPT-TAB SONT ECRITES EN TETE DE L'INDEX.
001850*****************************************************************
001860 1000-INITIALISE.
001870     PERFORM 1100-CHARGER-CPTTAB THRU 1100-EXIT.
001880     OPEN INPUT ADH-REF.
001890     IF NOT ADH-REF-OK
001900        DISPLAY 'HZPX0001 - ADH-REF INDISPONIBLE - STATUT '
001910            W-ADH-REF-STATUS ' - ADHPHON NON RECHARGE'
001920        MOVE 8 TO RETURN-CODE
001930        MOVE 'O' TO W-ABANDON-SW
001940        GO TO 1000-EXIT
001950     END-IF.
001960     OPEN INPUT FFFFFGS.
001970     IF FFFFFGS-OK
001980        MOVE 'O' TO W-FFFFFGS-SW
001990     ELSE
002000        DISPLAY 'HZPX0001 - FFFFFGS INDISPONIBLE - STATUT '
002010            W-FFFFFGS-STATUS ' - ETABLISSEMENTS A BLANC'
002020        MOVE 4 TO RETURN-CODE
002030     END-IF.
002040     OPEN OUTPUT ADH-PHON.
002050     IF NOT ADH-PHON-OK
002060        DISPLAY 'HZPX0001 - OUVERTURE ADHPHON EN ECHEC - STATUT '
002070            W-ADH-PHON-STATUS
002080        MOVE 8 TO RETURN-CODE
002090        MOVE 'O' TO W-ABANDON-SW
002100        CLOSE ADH-REF
002110        IF FFFFFGS-OUVERT
002120           CLOSE FFFFFGS
002130        END-IF
002140        GO TO 1000-EXIT
002150     END-IF.
002160     MOVE LOW-VALUES TO AP-CLE-PHON.
002170     MOVE W-CPT-CHAINE-SOURCE TO AP-CPT-SOURCE.
002180     MOVE W-CPT-CHAINE-CIBLE TO AP-CPT-CIBLE.
002190     WRITE ADH-PHON-ENREG
002200        INVALID KEY
002210           DISPLAY 'HZPX0001 - ECRITURE CONTROLE ADHPHON '
002220               'REFUSEE - STATUT ' W-ADH-PHON-STATUS
002230           MOVE 8 TO RETURN-CODE
002240           MOVE 'O' TO W-ABANDON-SW
002250           CLOSE ADH-REF ADH-PHON
002260           IF FFFFFGS-OUVERT
002270              CLOSE FFFFFGS
002280           END-IF
002290     END-WRITE.
002300 1000-EXIT.
002310     EXIT.
002320*****************************************************************
002330*    1100-CHARGER-CPTTAB - CHAINES DE TRADUCTION CODE-PAGE /
002340*    ACCENTS. SANS CPT-TAB LES NOMS SONT CODES SANS TRADUCTION.
002350*****************************************************************
002360 1100-CHARGER-CPTTAB.
002370     OPEN INPUT CPT-TAB.
002380     IF NOT CPT-TAB-OK
002390        DISPLAY 'HZPX0001 - CPT-TAB INDISPONIBLE, AUCUNE '
002400            'TRADUCTION CODE-PAGE - STATUT ' W-CPT-TAB-STATUS
002410        MOVE 4 TO RETURN-CODE
002420        GO TO 1100-EXIT
002430     END-IF.
002440     PERFORM UNTIL FIN-CPT
002450        READ CPT-TAB
002460           AT END SET FIN-CPT TO TRUE
002470           NOT AT END PERFORM 1110-EMPILER-CARACTERE THRU
002480              1110-EXIT
002490        END-READ
002500     END-PERFORM.
002510     CLOSE CPT-TAB.
002520 1100-EXIT.
002530     EXIT.
002540 1110-EMPILER-CARACTERE.
002550     IF W-NB-CPT-ENTREES < 94
002560        ADD 1 TO W-NB-CPT-ENTREES
002570        MOVE CPT-CARACTERE-SOURCE TO
002580           W-CPT-CHAINE-SOURCE (W-NB-CPT-ENTREES:1)
002590        MOVE CPT-CARACTERE-CIBLE TO
002600           W-CPT-CHAINE-CIBLE (W-NB-CPT-ENTREES:1)
002610     END-IF.
002620 1110-EXIT.
002630     EXIT.
002640*****************************************************************
002650*    2000-LIRE-ADHERENTS - PROCEDURE D'ENTREE DU TRI : UNE LIGNE
002660*    PAR ENTREE ADH-REF DONT LE NOM PORTE AU MOINS UNE LETTRE.
002670*****************************************************************
002680 2000-LIRE-ADHERENTS SECTION.
002690 2000-DEBUT.
002700     MOVE W-CPT-CHAINE-SOURCE TO W-PH-CPT-SOURCE.
002710     MOVE W-CPT-CHAINE-CIBLE TO W-PH-CPT-CIBLE.
002720     PERFORM 2100-LIRE-ADHERENT THRU 2100-EXIT
002730        UNTIL FIN-ADH.
002740     CLOSE ADH-REF.
002750     IF FFFFFGS-OUVERT
002760        CLOSE FFFFFGS
002770     END-IF.
002780 2000-EXIT.
002790     EXIT.
002800 2100-LIRE-ADHERENT.
002810     READ ADH-REF
002820        AT END
002830           MOVE 'O' TO W-FIN-ADH
002840           GO TO 2100-EXIT
002850     END-READ.
002860     ADD 1 TO W-NB-LUS.
002870     IF AF-COADHF = SPACES OR AF-NOM = SPACES
002880        ADD 1 TO W-NB-SANS-NOM
002890        GO TO 2100-EXIT
002900     END-IF.
002910     MOVE AF-NOM TO W-PH-NOM.
002920     CALL W-PH-PROGRAMME USING W-PH-PARMS.
002930     IF W-PH-CODE = SPACES
002940        ADD 1 TO W-NB-SANS-NOM
002950        GO TO 2100-EXIT
002960     END-IF.
002970     IF AF-COADHF NOT = W-COADHF-PRECEDENT
002980        PERFORM 2200-CHERCHER-ETABLISSEMENT THRU 2200-EXIT
002990     END-IF.
003000     MOVE W-PH-CODE TO TRI-PHONETIQUE.
003010     MOVE AF-COADHF TO TRI-COADHF.
003020     MOVE AF-NOM TO TRI-NOM.
003030     MOVE AF-CODE-POSTAL TO TRI-CODE-POSTAL.
003040     MOVE AF-VILLE TO TRI-VILLE.
003050     MOVE AF-VILLE TO TRI-VILLE-NORM.
003060     IF W-NB-CPT-ENTREES > ZERO
003070        INSPECT TRI-VILLE-NORM
003080           CONVERTING W-CPT-CHAINE-SOURCE
003090           TO W-CPT-CHAINE-CIBLE
003100     END-IF.
003110     INSPECT TRI-VILLE-NORM
003120        CONVERTING W-MINUSCULES TO W-MAJUSCULES.
003130     MOVE AF-STATUT TO TRI-STATUT.
003140     MOVE W-COETBL-PRECEDENT TO TRI-COETBL.
003150     RELEASE TRI-LIGNE.
003160     ADD 1 TO W-NB-TRIES.
003170 2100-EXIT.
003180     EXIT.
003190*****************************************************************
003200*    2200-CHERCHER-ETABLISSEMENT - PREMIER MOUVEMENT FFFFFGS DE
003210*    L'ADHERENT PAR LE CHEMIN COADHF (MEME ACCES QUE 3000 DE
003220*    HZAT0001). SANS MOUVEMENT, L'ETABLISSEMENT RESTE A BLANC.
003230*****************************************************************
003240 2200-CHERCHER-ETABLISSEMENT.
003250     MOVE AF-COADHF TO W-COADHF-PRECEDENT.
003260     MOVE SPACES TO W-COETBL-PRECEDENT.
003270     IF NOT FFFFFGS-OUVERT
003280        ADD 1 TO W-NB-SANS-ETABLISSEMENT
003290        GO TO 2200-EXIT
003300     END-IF.
003310     MOVE 'N' TO W-FIN-MOUVEMENTS.
003320     MOVE AF-COADHF TO FFFFFGS-COADHF.
003330     START FFFFFGS KEY IS EQUAL TO FFFFFGS-COADHF
003340        INVALID KEY MOVE 'O' TO W-FIN-MOUVEMENTS.
003350     IF NOT FIN-MOUVEMENTS
003360        READ FFFFFGS NEXT RECORD
003370           AT END MOVE 'O' TO W-FIN-MOUVEMENTS
003380        END-READ
003390     END-IF.
003400     IF FIN-MOUVEMENTS OR FFFFFGS-COADHF NOT = AF-COADHF
003410        ADD 1 TO W-NB-SANS-ETABLISSEMENT
003420        GO TO 2200-EXIT
003430     END-IF.
003440     MOVE FFFFFGS-COETBL TO W-COETBL-PRECEDENT.
003450 2200-EXIT.
003460     EXIT.
003470*****************************************************************
003480*    7000-CHARGER-INDEX - PROCEDURE DE SORTIE DU TRI : LES
003490*    LIGNES ARRIVENT DANS L'ORDRE DE LA CLE ADHPHON ; UNE LIGNE
003500*    EST GARDEE EN ATTENTE TANT QUE SA CLE SE REPETE, PUIS
003510*    ECRITE. UNE ECRITURE REFUSEE ARRETE LE CHARGEMENT (CODE 8).
003520*****************************************************************
003530 7000-CHARGER-INDEX SECTION.
003540 7000-DEBUT.
003550     MOVE 'N' TO W-FIN-TRI.
003560     PERFORM 7100-RESTITUER-LIGNE THRU 7100-EXIT
003570        UNTIL FIN-TRI.
003580     IF ENTREE-EN-ATTENTE
003590        PERFORM 7300-ECRIRE-ENTREE THRU 7300-EXIT
003600     END-IF.
003610 7000-EXIT.
003620     EXIT.
003630 7100-RESTITUER-LIGNE.
003640     RETURN TRI-PHON
003650        AT END
003660           SET FIN-TRI TO TRUE
003670        NOT AT END
003680           PERFORM 7200-FONDRE-LIGNE THRU 7200-EXIT
003690     END-RETURN.
003700 7100-EXIT.
003710     EXIT.
003720*****************************************************************
003730*    7200-FONDRE-LIGNE - MEME CODE ET MEME COADHF QUE L'ENTREE
003740*    EN ATTENTE : UNE ENTREE ACTIVE REND L'ADHERENT ACTIF, UN
003750*    ETABLISSEMENT CONNU COMPLETE UN ETABLISSEMENT A BLANC.
003760*    SINON L'ENTREE EN ATTENTE EST ECRITE ET REMPLACEE.
003770*****************************************************************
003780 7200-FONDRE-LIGNE.
003790     IF ABANDON-CHARGEMENT
003800        GO TO 7200-EXIT
003810     END-IF.
003820     IF ENTREE-EN-ATTENTE
003830           AND TRI-PHONETIQUE = W-EA-PHONETIQUE
003840           AND TRI-COADHF = W-EA-COADHF
003850        IF TRI-STATUT = 'A'
003860           MOVE 'A' TO W-EA-STATUT
003870        END-IF
003880        IF W-EA-COETBL = SPACES
003890           MOVE TRI-COETBL TO W-EA-COETBL
003900        END-IF
003910        GO TO 7200-EXIT
003920     END-IF.
003930     IF ENTREE-EN-ATTENTE
003940        PERFORM 7300-ECRIRE-ENTREE THRU 7300-EXIT
003950     END-IF.
003960     MOVE TRI-LIGNE TO W-ENTREE-ATTENTE.
003970     MOVE 'O' TO W-ATTENTE-SW.
003980 7200-EXIT.
003990     EXIT.
004000 7300-ECRIRE-ENTREE.
004010     MOVE 'N' TO W-ATTENTE-SW.
004020     IF ABANDON-CHARGEMENT
004030        GO TO 7300-EXIT
004040     END-IF.
004050     MOVE SPACES TO ADH-PHON-ENREG.
004060     MOVE W-EA-PHONETIQUE TO AP-PHONETIQUE.
004070     MOVE W-EA-COADHF TO AP-COADHF.
004080     MOVE W-EA-NOM TO AP-NOM.
004090     MOVE W-EA-CODE-POSTAL TO AP-CODE-POSTAL.
004100     MOVE W-EA-VILLE TO AP-VILLE.
004110     MOVE W-EA-VILLE-NORM TO AP-VILLE-NORM.
004120     MOVE W-EA-STATUT TO AP-STATUT.
004130     MOVE W-EA-COETBL TO AP-COETBL.
004140     WRITE ADH-PHON-ENREG
004150        INVALID KEY
004160           DISPLAY 'HZPX0001 - ECRITURE ADHPHON REFUSEE - STATUT '
004170               W-ADH-PHON-STATUS ' COADHF ' W-EA-COADHF
004180           MOVE 8 TO RETURN-CODE
004190           MOVE 'O' TO W-ABANDON-SW
004200           GO TO 7300-EXIT
004210     END-WRITE.
004220     ADD 1 TO W-NB-ECRITS.
004230 7300-EXIT.
004240     EXIT.
004250*****************************************************************
004260*    8000-TERMINE
004270*****************************************************************
004280 8000-TERMINE.
004290     CLOSE ADH-PHON.
004300     MOVE W-NB-LUS TO W-NB-EDIT.
004310     DISPLAY 'HZPX0001 - ENTREES ADH-REF LUES     : ' W-NB-EDIT.
004320     MOVE W-NB-SANS-NOM TO W-NB-EDIT.
004330     DISPLAY 'HZPX0001 - ENTREES SANS NOM CODABLE : ' W-NB-EDIT.
004340     MOVE W-NB-TRIES TO W-NB-EDIT.
004350     DISPLAY 'HZPX0001 - ENTREES CODEES           : ' W-NB-EDIT.
004360     MOVE W-NB-ECRITS TO W-NB-EDIT.
004370     DISPLAY 'HZPX0001 - ENTREES ADHPHON ECRITES  : ' W-NB-EDIT.
004380     MOVE W-NB-SANS-ETABLISSEMENT TO W-NB-EDIT.
004390     DISPLAY 'HZPX0001 - ADHERENTS SANS MOUVEMENT : ' W-NB-EDIT.
004400 8000-EXIT.
004410     EXIT.
