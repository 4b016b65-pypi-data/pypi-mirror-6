000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZSD0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. FLUX QUOTIDIEN DE SUSPENSION / REINTEGRATION DES
000080     DROITS AUX PRESTATIONS POUR LES ADHERENTS EN RETARD DE
000090     PAIEMENT. L'ARRIERE D'UN ADHERENT EST LA SOMME DES RESTES
000100     DUS DE SES POSTES OUV-ITEMS NON SOLDES PLUS ANCIENS QUE
000110     SUSP-SEUIL-JOURS (KONSTAB, DEFAUT 90 JOURS). LES DROITS
000120     SONT SUSPENDUS QUAND L'ARRIERE DEPASSE SUSP-SEUIL-MONTANT
000130     (KONSTAB, DEFAUT 150,00), QUE LE DERNIER NIVEAU DE RELANCE
000140     (RELANCE-HIST) ATTEINT SUSP-NIVEAU-RELANCE (DEFAUT 3) ET
000150     QUE L'ADHERENT N'A PAS DE MANDAT ACTIF SANS ECHEC
000160     (MANDATS) ; ILS SONT REINTEGRES DES QUE L'ARRIERE REDESCEND
000170     SOUS LE SEUIL (PAIEMENTS HZPM0001, RETOURS HZRB0001). L'ETAT
000180     DES SUSPENSIONS EST TENU SUR SUSP-ETAT (RECOPIE SUR
000190     SUSP-ETAT-NV ET SUBSTITUE PAR L'EXPLOITATION), LE FLUX
000200     SUSP-FLUX PART VERS LE SYSTEME DES PRESTATIONS ET CHAQUE
000210     CHANGEMENT D'ETAT EST TRACE AVEC SES ELEMENTS DE DECISION
000220     DANS SD-JRNL (CUMULATIF). RAPPORT SD-RPRT.
000230*****************************************************************
000240*    HISTORIQUE DES MODIFICATIONS
000250*    --------------------------------------------------------
000260*    DATE       AUTEUR  DESCRIPTION
000270*    --------   ------  -------------------------------------
000280*    15/10/2026 EBA     CREATION.
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OUV-ITEMS ASSIGN TO OUVITEMS
000390         ORGANIZATION SEQUENTIAL
000400         FILE STATUS W-OUV-ITEMS-STATUS.
000410     SELECT KONSTAB ASSIGN TO KONSTAB
000420         ORGANIZATION SEQUENTIAL
000430         FILE STATUS W-KONSTAB-STATUS.
000440     SELECT RELANCE-HIST ASSIGN TO RELHIST
000450         ORGANIZATION SEQUENTIAL
000460         FILE STATUS W-RELANCE-HIST-STATUS.
000470     SELECT MANDATS ASSIGN TO MANDATS
000480         ORGANIZATION SEQUENTIAL
000490         FILE STATUS W-MANDATS-STATUS.
000500     SELECT SUSP-ETAT ASSIGN TO SUSPETAT
000510         ORGANIZATION SEQUENTIAL
000520         FILE STATUS W-SUSP-ETAT-STATUS.
000530     SELECT SUSP-ETAT-NV ASSIGN TO SUSPETNV
000540         ORGANIZATION SEQUENTIAL
000550         FILE STATUS W-SUSP-ETAT-NV-STATUS.
000560     SELECT SUSP-FLUX ASSIGN TO SUSPFLUX
000570         ORGANIZATION SEQUENTIAL
000580         FILE STATUS W-SUSP-FLUX-STATUS.
000590     SELECT SD-JRNL ASSIGN TO SDJRNL
000600         ORGANIZATION SEQUENTIAL
000610         FILE STATUS W-SD-JRNL-STATUS.
000620     SELECT SD-RPRT ASSIGN TO SDRPRT
000630         ORGANIZATION SEQUENTIAL
000640         FILE STATUS W-SD-RPRT-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  OUV-ITEMS
000680     LABEL RECORD STANDARD
000690     DATA RECORD OUV-ITEMS-LIGNE.
000700 01  OUV-ITEMS-LIGNE.
000710     05  OV-NUMERO-FACTURE       PIC 9(08).
000720     05  OV-COADHF               PIC X(09).
000730     05  OV-COETBL               PIC X(05).
000740     05  OV-DATE-FACTURE         PIC 9(08).
000750     05  OV-MONTANT-TTC          PIC S9(11)V99
000760                                 SIGN LEADING SEPARATE.
000770     05  OV-MONTANT-REGLE        PIC S9(11)V99
000780                                 SIGN LEADING SEPARATE.
000790     05  OV-STATUT               PIC X(01).
000800 FD  KONSTAB
000810     LABEL RECORD STANDARD
000820     DATA RECORD KONSTAB-LIGNE.
000830 01  KONSTAB-LIGNE.
000840     05  KONSTAB-RUBRIQUE        PIC X(20).
000850     05  KONSTAB-VALEUR          PIC X(60).
000860*****************************************************************
000870*    RELANCE-HIST - HISTORIQUE DES RELANCES ENVOYEES PAR
000880*    HZDU0001 : NIVEAU ET DATE PAR FACTURE.
000890*****************************************************************
000900 FD  RELANCE-HIST
000910     LABEL RECORD STANDARD
000920     DATA RECORD RELANCE-HIST-LIGNE.
000930 01  RELANCE-HIST-LIGNE.
000940     05  RH-NUMERO-FACTURE       PIC 9(08).
000950     05  RH-NIVEAU               PIC 9(01).
000960     05  RH-DATE-ENVOI           PIC 9(08).
000970*****************************************************************
000980*    MANDATS - TABLE DES MANDATS TENUE PAR HZMD0001 (COMPTEUR
000990*    D'ECHECS CONSECUTIFS TENU PAR HZRB0001).
001000*****************************************************************
001010 FD  MANDATS
001020     LABEL RECORD STANDARD
001030     DATA RECORD MANDATS-LIGNE.
001040 01  MANDATS-LIGNE.
001050     05  MD-COADHF               PIC X(09).
001060     05  MD-REF-COMPTE           PIC X(34).
001070     05  MD-DATE-MANDAT          PIC 9(08).
001080     05  MD-STATUT               PIC X(01).
001090     05  MD-NB-ECHECS            PIC 9(02).
001100*****************************************************************
001110*    SUSP-ETAT - ADHERENTS DONT LES DROITS SONT SUSPENDUS : DATE
001120*    ET MOTIF DE LA SUSPENSION. RECOPIE SUR SUSP-ETAT-NV SANS
001130*    LES REINTEGRES ET AVEC LES NOUVELLES SUSPENSIONS.
001140*****************************************************************
001150 FD  SUSP-ETAT
001160     LABEL RECORD STANDARD
001170     DATA RECORD SUSP-ETAT-LIGNE.
001180 01  SUSP-ETAT-LIGNE.
001190     05  SE-COADHF               PIC X(09).
001200     05  SE-DATE-SUSPENSION      PIC 9(08).
001210     05  SE-MOTIF                PIC X(02).
001220 FD  SUSP-ETAT-NV
001230     LABEL RECORD STANDARD
001240     DATA RECORD SUSP-ETAT-NV-LIGNE.
001250 01  SUSP-ETAT-NV-LIGNE.
001260     05  SN-COADHF               PIC X(09).
001270     05  SN-DATE-SUSPENSION      PIC 9(08).
001280     05  SN-MOTIF                PIC X(02).
001290*****************************************************************
001300*    SUSP-FLUX - FLUX VERS LE SYSTEME DES PRESTATIONS : 'S'
001310*    SUSPENSION, 'R' REINTEGRATION. MOTIF 'IM' IMPAYE, 'RG'
001320*    ARRIERE REGULARISE.
001330*****************************************************************
001340 FD  SUSP-FLUX
001350     LABEL RECORD STANDARD
001360     DATA RECORD SUSP-FLUX-LIGNE.
001370 01  SUSP-FLUX-LIGNE.
001380     05  SF-TYPE                 PIC X(01).
001390     05  SF-COADHF               PIC X(09).
001400     05  SF-DATE-EFFET           PIC 9(08).
001410     05  SF-MOTIF                PIC X(02).
001420     05  SF-MONTANT-ARRIERE      PIC S9(11)V99
001430                                 SIGN LEADING SEPARATE.
001440     05  SF-AGE-JOURS            PIC 9(05).
001450     05  SF-NIVEAU-RELANCE       PIC 9(01).
001460     05  SF-STATUT-MANDAT        PIC X(01).
001470     05  FILLER                  PIC X(05).
001480*****************************************************************
001490*    SD-JRNL - JOURNAL CUMULATIF DES CHANGEMENTS D'ETAT : ETAT
001500*    AVANT / APRES ('A' DROITS OUVERTS, 'S' SUSPENDUS) ET
001510*    ELEMENTS DE LA DECISION (ARRIERE, ANCIENNETE, NIVEAU DE
001520*    RELANCE, MANDAT ET SEUILS EN VIGUEUR).
001530*****************************************************************
001540 FD  SD-JRNL
001550     LABEL RECORD STANDARD
001560     DATA RECORD SD-JRNL-LIGNE.
001570 01  SD-JRNL-LIGNE.
001580     05  SJ-HORODATE             PIC X(15).
001590     05  SJ-PROGRAMME            PIC X(08).
001600     05  SJ-COADHF               PIC X(09).
001610     05  SJ-ETAT-AVANT           PIC X(01).
001620     05  SJ-ETAT-APRES           PIC X(01).
001630     05  SJ-MOTIF                PIC X(02).
001640     05  SJ-MONTANT-ARRIERE      PIC S9(11)V99
001650                                 SIGN LEADING SEPARATE.
001660     05  SJ-AGE-JOURS            PIC 9(05).
001670     05  SJ-NIVEAU-RELANCE       PIC 9(01).
001680     05  SJ-STATUT-MANDAT        PIC X(01).
001690     05  SJ-NB-ECHECS            PIC 9(02).
001700     05  SJ-SEUIL-MONTANT        PIC 9(07)V99.
001710     05  SJ-SEUIL-JOURS          PIC 9(03).
001720     05  SJ-SEUIL-NIVEAU         PIC 9(01).
001730 FD  SD-RPRT
001740     LABEL RECORD STANDARD
001750     DATA RECORD SD-RPRT-LIGNE.
001760 01  SD-RPRT-LIGNE               PIC X(132).
001770 WORKING-STORAGE SECTION.
001780 01  W-OUV-ITEMS-STATUS          PIC XX.
001790     88  OUV-ITEMS-OK            VALUE '00'.
001800 01  W-KONSTAB-STATUS            PIC XX.
001810     88  KONSTAB-OK              VALUE '00'.
001820     88  KONSTAB-FIN             VALUE '10'.
001830 01  W-RELANCE-HIST-STATUS       PIC XX.
001840     88  RELANCE-HIST-OK         VALUE '00'.
001850 01  W-MANDATS-STATUS            PIC XX.
001860     88  MANDATS-OK              VALUE '00'.
001870 01  W-SUSP-ETAT-STATUS          PIC XX.
001880     88  SUSP-ETAT-OK            VALUE '00'.
001890 01  W-SUSP-ETAT-NV-STATUS       PIC XX.
001900 01  W-SUSP-FLUX-STATUS          PIC XX.
001910 01  W-SD-JRNL-STATUS            PIC XX.
001920 01  W-SD-RPRT-STATUS            PIC XX.
001930 01  W-FIN-LECTURE               PIC X VALUE 'N'.
001940     88  FIN-LECTURE             VALUE 'O'.
001950 01  W-ARRET-SW                  PIC X VALUE 'N'.
001960     88  ARRET-TRAITEMENT        VALUE 'O'.
001970*****************************************************************
001980*    SEUILS DE SUSPENSION (KONSTAB).
001990*****************************************************************
002000 01  KT-SUSP-SEUIL-MONTANT       PIC 9(07)V99 VALUE 150,00.
002010 01  KT-SUSP-SEUIL-MONTANT-X REDEFINES KT-SUSP-SEUIL-MONTANT
002020                                 PIC X(09).
002030 01  KT-SUSP-SEUIL-JOURS         PIC 9(03) VALUE 090.
002040 01  KT-SUSP-NIVEAU-RELANCE      PIC 9(01) VALUE 3.
002050*****************************************************************
002060*    HISTORIQUE DES RELANCES EN TABLE (1000 FACTURES AU PLUS) :
002070*    PLUS HAUT NIVEAU ENVOYE PAR FACTURE.
002080*****************************************************************
002090 01  W-NB-HIST                   PIC 9(04) COMP VALUE ZERO.
002100 01  W-TAB-HIST.
002110     05  W-RH-ENTREE OCCURS 1000 TIMES
002120             INDEXED BY W-IDX-RH.
002130         10  W-RH-NUMERO         PIC 9(08).
002140         10  W-RH-NIVEAU         PIC 9(01).
002150*****************************************************************
002160*    SITUATION PAR ADHERENT (2000 AU PLUS) : ARRIERE, ANCIENNETE
002170*    DU PLUS VIEUX POSTE EN RETARD, NIVEAU DE RELANCE, MANDAT,
002180*    ETAT ANTERIEUR DES DROITS.
002190*****************************************************************
002200 01  W-NB-ADH                    PIC 9(04) COMP VALUE ZERO.
002210 01  W-TAB-ADH.
002220     05  W-AD-ENTREE OCCURS 2000 TIMES
002230             INDEXED BY W-IDX-AD.
002240         10  W-AD-COADHF         PIC X(09).
002250         10  W-AD-ARRIERE        PIC S9(11)V99 COMP-3.
002260         10  W-AD-AGE-MAX        PIC S9(05) COMP.
002270         10  W-AD-NIVEAU         PIC 9(01).
002280         10  W-AD-STATUT-MANDAT  PIC X(01).
002290         10  W-AD-NB-ECHECS      PIC 9(02).
002300         10  W-AD-ETAT           PIC X(01).
002310         10  W-AD-DATE-SUSP      PIC 9(08).
002320         10  W-AD-MOTIF-SUSP     PIC X(02).
002330 01  W-NUMERO-CHERCHE            PIC 9(08) VALUE ZERO.
002340 01  W-FACTURE-SW                PIC X VALUE 'N'.
002350     88  FACTURE-TROUVEE         VALUE 'O'.
002360 01  W-ADH-SW                    PIC X VALUE 'N'.
002370     88  ADH-TROUVE              VALUE 'O'.
002380 01  W-COADHF-CHERCHE            PIC X(09) VALUE SPACES.
002390*****************************************************************
002400*    POSTE ET DECISION COURANTS.
002410*****************************************************************
002420 01  W-DATE-JOUR-CCYYMMDD        PIC 9(08) VALUE ZERO.
002430 01  W-QUANTIEME-JOUR            PIC 9(07) COMP VALUE ZERO.
002440 01  W-QUANTIEME-FACTURE         PIC 9(07) COMP VALUE ZERO.
002450 01  W-AGE-JOURS                 PIC S9(05) COMP VALUE ZERO.
002460 01  W-RESTE-DU                  PIC S9(11)V99 COMP-3 VALUE 0.
002470 01  W-NIVEAU-FACTURE            PIC 9(01) VALUE ZERO.
002480 01  W-ETAT-APRES                PIC X(01) VALUE SPACE.
002490 01  W-MOTIF                     PIC X(02) VALUE SPACES.
002500 01  W-LIBELLE-DECISION          PIC X(30) VALUE SPACES.
002510 01  W-HORODATE-TRAVAIL.
002520     05  W-HORO-DATE             PIC 9(06).
002530     05  W-HORO-HEURE            PIC 9(08).
002540 01  W-NB-SUSPENSIONS            PIC 9(05) COMP VALUE ZERO.
002550 01  W-NB-REINTEGRATIONS         PIC 9(05) COMP VALUE ZERO.
002560 01  W-NB-MAINTENUS              PIC 9(05) COMP VALUE ZERO.
002570 01  W-NB-NON-SUSPENDUS          PIC 9(05) COMP VALUE ZERO.
002580 01  W-MT-EDIT                   PIC -(12)9,99.
002590 01  W-AGE-EDIT                  PIC Z(04)9.
002600 01  W-NB-EDIT                   PIC Z(04)9.
002610 01  W-LIGNE-TRAVAIL             PIC X(132).
002620 PROCEDURE DIVISION.
002630 0000-MAINLINE.
002640     PERFORM 1000-INITIALISE THRU 1000-EXIT.
002650     PERFORM 1500-CHARGER-KONSTAB THRU 1500-EXIT.
002660     PERFORM 1600-CHARGER-HISTORIQUE THRU 1600-EXIT.
002670     PERFORM 1700-CHARGER-SUSPENSIONS THRU 1700-EXIT.
002680     IF ARRET-TRAITEMENT
002690        GO TO 0000-FIN
002700     END-IF.
002710     PERFORM 2000-CUMULER-ARRIERES THRU 2000-EXIT.
002720     IF ARRET-TRAITEMENT
002730        GO TO 0000-FIN
002740     END-IF.
002750     PERFORM 2500-CHARGER-MANDATS THRU 2500-EXIT.
002760     PERFORM 3000-DECIDER THRU 3000-EXIT
002770        VARYING W-IDX-AD FROM 1 BY 1
002780        UNTIL W-IDX-AD > W-NB-ADH.
002790 0000-FIN.
002800     PERFORM 8000-TERMINE THRU 8000-EXIT.
002810     GOBACK.
002820 1000-INITIALISE.
002830     ACCEPT W-DATE-JOUR-CCYYMMDD FROM DATE YYYYMMDD.
002840     ACCEPT W-HORO-DATE FROM DATE.
002850     ACCEPT W-HORO-HEURE FROM TIME.
002860     COMPUTE W-QUANTIEME-JOUR =
002870        FUNCTION INTEGER-OF-DATE (W-DATE-JOUR-CCYYMMDD).
002880     OPEN OUTPUT SUSP-ETAT-NV SUSP-FLUX SD-RPRT.
002890     MOVE SPACES TO W-LIGNE-TRAVAIL.
002900     STRING 'HZSD0001 - SUSPENSION DES DROITS POUR IMPAYES - '
002910         DELIMITED BY SIZE
002920         'TRAITEMENT DU ' DELIMITED BY SIZE
002930         W-DATE-JOUR-CCYYMMDD DELIMITED BY SIZE
002940         INTO W-LIGNE-TRAVAIL
002950     END-STRING.
002960     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
002970     MOVE SPACES TO W-LIGNE-TRAVAIL.
002980     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
002990     MOVE 'ADHERENT  DECISION' TO W-LIGNE-TRAVAIL.
003000     MOVE 'ARRIERE' TO W-LIGNE-TRAVAIL (52:7).
003010     MOVE 'AGE' TO W-LIGNE-TRAVAIL (62:3).
003020     MOVE 'RELANCE' TO W-LIGNE-TRAVAIL (67:7).
003030     MOVE 'MANDAT' TO W-LIGNE-TRAVAIL (76:6).
003040     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
003050 1000-EXIT.
003060     EXIT.
003070 1500-CHARGER-KONSTAB.
003080     OPEN INPUT KONSTAB.
003090     IF NOT KONSTAB-OK
003100        DISPLAY 'HZSD0001 - KONSTAB INDISPONIBLE, SEUILS PAR '
003110            'DEFAUT - STATUT ' W-KONSTAB-STATUS
003120        GO TO 1500-EXIT
003130     END-IF.
003140     PERFORM UNTIL KONSTAB-FIN
003150        READ KONSTAB
003160           AT END SET KONSTAB-FIN TO TRUE
003170           NOT AT END
003180              EVALUATE KONSTAB-RUBRIQUE
003190                 WHEN 'SUSP-SEUIL-MONTANT'
003200                    MOVE KONSTAB-VALEUR (1:9)
003210                       TO KT-SUSP-SEUIL-MONTANT-X
003220                 WHEN 'SUSP-SEUIL-JOURS'
003230                    MOVE KONSTAB-VALEUR (1:3)
003240                       TO KT-SUSP-SEUIL-JOURS
003250                 WHEN 'SUSP-NIVEAU-RELANCE'
003260                    MOVE KONSTAB-VALEUR (1:1)
003270                       TO KT-SUSP-NIVEAU-RELANCE
003280                 WHEN OTHER
003290                    CONTINUE
003300              END-EVALUATE
003310        END-READ
003320     END-PERFORM.
003330     CLOSE KONSTAB.
003340 1500-EXIT.
003350     EXIT.
003360*****************************************************************
003370*    1600-CHARGER-HISTORIQUE - PLUS HAUT NIVEAU DE RELANCE PAR
003380*    FACTURE. SANS HISTORIQUE, AUCUNE RELANCE N'EST REPUTEE
003390*    ENVOYEE (PAS DE SUSPENSION SI LE NIVEAU EXIGE EST > 0).
003400*****************************************************************
003410 1600-CHARGER-HISTORIQUE.
003420     OPEN INPUT RELANCE-HIST.
003430     IF NOT RELANCE-HIST-OK
003440        DISPLAY 'HZSD0001 - RELANCE-HIST INDISPONIBLE - STATUT '
003450            W-RELANCE-HIST-STATUS
003460        IF RETURN-CODE < 4
003470           MOVE 4 TO RETURN-CODE
003480        END-IF
003490        GO TO 1600-EXIT
003500     END-IF.
003510     MOVE 'N' TO W-FIN-LECTURE.
003520     PERFORM UNTIL FIN-LECTURE
003530        READ RELANCE-HIST
003540           AT END MOVE 'O' TO W-FIN-LECTURE
003550           NOT AT END PERFORM 1610-EMPILER-HISTORIQUE THRU
003560              1610-EXIT
003570        END-READ
003580     END-PERFORM.
003590     CLOSE RELANCE-HIST.
003600 1600-EXIT.
003610     EXIT.
003620 1610-EMPILER-HISTORIQUE.
003630     MOVE RH-NUMERO-FACTURE TO W-NUMERO-CHERCHE.
003640     PERFORM 5200-CHERCHER-FACTURE THRU 5200-EXIT.
003650     IF FACTURE-TROUVEE
003660        IF RH-NIVEAU > W-RH-NIVEAU (W-IDX-RH)
003670           MOVE RH-NIVEAU TO W-RH-NIVEAU (W-IDX-RH)
003680        END-IF
003690        GO TO 1610-EXIT
003700     END-IF.
003710     IF W-NB-HIST NOT < 1000
003720        DISPLAY 'HZSD0001 - TABLE HISTORIQUE PLEINE (1000) - '
003730            'FACTURE IGNOREE : ' RH-NUMERO-FACTURE
003740        MOVE 8 TO RETURN-CODE
003750        GO TO 1610-EXIT
003760     END-IF.
003770     ADD 1 TO W-NB-HIST.
003780     MOVE RH-NUMERO-FACTURE TO W-RH-NUMERO (W-NB-HIST).
003790     MOVE RH-NIVEAU TO W-RH-NIVEAU (W-NB-HIST).
003800 1610-EXIT.
003810     EXIT.
003820*****************************************************************
003830*    1700-CHARGER-SUSPENSIONS - ADHERENTS DEJA SUSPENDUS. SANS
003840*    SUSP-ETAT (STATUT '35') : PREMIER PASSAGE, AUCUN SUSPENDU.
003850*    TOUT AUTRE INCIDENT ARRETE LE TRAITEMENT (CODE 8) POUR NE
003860*    PAS REPARTIR D'UN ETAT FAUX.
003870*****************************************************************
003880 1700-CHARGER-SUSPENSIONS.
003890     OPEN INPUT SUSP-ETAT.
003900     IF W-SUSP-ETAT-STATUS = '35'
003910        DISPLAY 'HZSD0001 - SUSP-ETAT ABSENT, PREMIER PASSAGE'
003920        GO TO 1700-EXIT
003930     END-IF.
003940     IF NOT SUSP-ETAT-OK
003950        DISPLAY 'HZSD0001 - SUSP-ETAT INDISPONIBLE - STATUT '
003960            W-SUSP-ETAT-STATUS
003970        MOVE 8 TO RETURN-CODE
003980        MOVE 'O' TO W-ARRET-SW
003990        GO TO 1700-EXIT
004000     END-IF.
004010     MOVE 'N' TO W-FIN-LECTURE.
004020     PERFORM UNTIL FIN-LECTURE
004030        READ SUSP-ETAT
004040           AT END MOVE 'O' TO W-FIN-LECTURE
004050           NOT AT END PERFORM 1710-EMPILER-SUSPENDU THRU
004060              1710-EXIT
004070        END-READ
004080     END-PERFORM.
004090     CLOSE SUSP-ETAT.
004100 1700-EXIT.
004110     EXIT.
004120 1710-EMPILER-SUSPENDU.
004130     MOVE SE-COADHF TO W-COADHF-CHERCHE.
004140     PERFORM 5000-CHERCHER-ADHERENT THRU 5000-EXIT.
004150     IF NOT ADH-TROUVE
004160        GO TO 1710-EXIT
004170     END-IF.
004180     MOVE 'S' TO W-AD-ETAT (W-IDX-AD).
004190     MOVE SE-DATE-SUSPENSION TO W-AD-DATE-SUSP (W-IDX-AD).
004200     MOVE SE-MOTIF TO W-AD-MOTIF-SUSP (W-IDX-AD).
004210 1710-EXIT.
004220     EXIT.
004230*****************************************************************
004240*    2000-CUMULER-ARRIERES - POSTES NON SOLDES ET NON PASSES EN
004250*    PERTE PLUS ANCIENS QUE LE SEUIL DE JOURS : RESTE DU CUMULE
004260*    SUR L'ADHERENT, PLUS GRANDE ANCIENNETE ET PLUS HAUT NIVEAU
004270*    DE RELANCE DE CES POSTES.
004280*****************************************************************
004290 2000-CUMULER-ARRIERES.
004300     OPEN INPUT OUV-ITEMS.
004310     IF NOT OUV-ITEMS-OK
004320        DISPLAY 'HZSD0001 - OUV-ITEMS INDISPONIBLE - STATUT '
004330            W-OUV-ITEMS-STATUS
004340        MOVE 8 TO RETURN-CODE
004350        MOVE 'O' TO W-ARRET-SW
004360        GO TO 2000-EXIT
004370     END-IF.
004380     MOVE 'N' TO W-FIN-LECTURE.
004390     PERFORM 2100-TRAITER-POSTE THRU 2100-EXIT
004400        UNTIL FIN-LECTURE.
004410     CLOSE OUV-ITEMS.
004420 2000-EXIT.
004430     EXIT.
004440 2100-TRAITER-POSTE.
004450     READ OUV-ITEMS
004460        AT END
004470           MOVE 'O' TO W-FIN-LECTURE
004480           GO TO 2100-EXIT
004490     END-READ.
004500     IF OV-STATUT = 'S' OR OV-STATUT = 'I'
004510        GO TO 2100-EXIT
004520     END-IF.
004530     COMPUTE W-RESTE-DU =
004540        OV-MONTANT-TTC - OV-MONTANT-REGLE.
004550     IF W-RESTE-DU NOT GREATER ZERO
004560        GO TO 2100-EXIT
004570     END-IF.
004580     COMPUTE W-QUANTIEME-FACTURE =
004590        FUNCTION INTEGER-OF-DATE (OV-DATE-FACTURE).
004600     COMPUTE W-AGE-JOURS =
004610        W-QUANTIEME-JOUR - W-QUANTIEME-FACTURE.
004620     IF W-AGE-JOURS NOT > KT-SUSP-SEUIL-JOURS
004630        GO TO 2100-EXIT
004640     END-IF.
004650     MOVE OV-COADHF TO W-COADHF-CHERCHE.
004660     PERFORM 5000-CHERCHER-ADHERENT THRU 5000-EXIT.
004670     IF NOT ADH-TROUVE
004680        GO TO 2100-EXIT
004690     END-IF.
004700     ADD W-RESTE-DU TO W-AD-ARRIERE (W-IDX-AD).
004710     IF W-AGE-JOURS > W-AD-AGE-MAX (W-IDX-AD)
004720        MOVE W-AGE-JOURS TO W-AD-AGE-MAX (W-IDX-AD)
004730     END-IF.
004740     MOVE OV-NUMERO-FACTURE TO W-NUMERO-CHERCHE.
004750     PERFORM 5200-CHERCHER-FACTURE THRU 5200-EXIT.
004760     IF W-NIVEAU-FACTURE > W-AD-NIVEAU (W-IDX-AD)
004770        MOVE W-NIVEAU-FACTURE TO W-AD-NIVEAU (W-IDX-AD)
004780     END-IF.
004790 2100-EXIT.
004800     EXIT.
004810*****************************************************************
004820*    2500-CHARGER-MANDATS - STATUT ET ECHECS DU MANDAT DES
004830*    ADHERENTS CONNUS. SANS MANDATS : AUCUN ADHERENT PROTEGE.
004840*****************************************************************
004850 2500-CHARGER-MANDATS.
004860     OPEN INPUT MANDATS.
004870     IF NOT MANDATS-OK
004880        DISPLAY 'HZSD0001 - MANDATS INDISPONIBLE - STATUT '
004890            W-MANDATS-STATUS
004900        IF RETURN-CODE < 4
004910           MOVE 4 TO RETURN-CODE
004920        END-IF
004930        GO TO 2500-EXIT
004940     END-IF.
004950     MOVE 'N' TO W-FIN-LECTURE.
004960     PERFORM 2510-LIRE-MANDAT THRU 2510-EXIT
004970        UNTIL FIN-LECTURE.
004980     CLOSE MANDATS.
004990 2500-EXIT.
005000     EXIT.
005010 2510-LIRE-MANDAT.
005020     READ MANDATS
005030        AT END
005040           MOVE 'O' TO W-FIN-LECTURE
005050           GO TO 2510-EXIT
005060     END-READ.
005070     IF W-NB-ADH = ZERO
005080        GO TO 2510-EXIT
005090     END-IF.
005100     SET W-IDX-AD TO 1.
005110     SEARCH W-AD-ENTREE
005120        AT END
005130           CONTINUE
005140        WHEN W-IDX-AD > W-NB-ADH
005150           CONTINUE
005160        WHEN W-AD-COADHF (W-IDX-AD) = MD-COADHF
005170           MOVE MD-STATUT TO W-AD-STATUT-MANDAT (W-IDX-AD)
005180           MOVE MD-NB-ECHECS TO W-AD-NB-ECHECS (W-IDX-AD)
005190     END-SEARCH.
005200 2510-EXIT.
005210     EXIT.
005220*****************************************************************
005230*    3000-DECIDER - SUSPENDU DONT L'ARRIERE EST REVENU SOUS LE
005240*    SEUIL : REINTEGRATION. DROITS OUVERTS, ARRIERE AU-DESSUS
005250*    DU SEUIL, NIVEAU DE RELANCE ATTEINT ET PAS DE MANDAT ACTIF
005260*    SANS ECHEC : SUSPENSION.
005270*****************************************************************
005280 3000-DECIDER.
005290     IF W-AD-ETAT (W-IDX-AD) = 'S'
005300        IF W-AD-ARRIERE (W-IDX-AD) > KT-SUSP-SEUIL-MONTANT
005310           ADD 1 TO W-NB-MAINTENUS
005320           PERFORM 6500-RECOPIER-ETAT THRU 6500-EXIT
005330        ELSE
005340           ADD 1 TO W-NB-REINTEGRATIONS
005350           MOVE 'A' TO W-ETAT-APRES
005360           MOVE 'RG' TO W-MOTIF
005370           MOVE 'REINTEGRATION' TO W-LIBELLE-DECISION
005380           PERFORM 6000-CHANGER-ETAT THRU 6000-EXIT
005390        END-IF
005400        GO TO 3000-EXIT
005410     END-IF.
005420     IF W-AD-ARRIERE (W-IDX-AD) NOT > KT-SUSP-SEUIL-MONTANT
005430        GO TO 3000-EXIT
005440     END-IF.
005450     IF W-AD-NIVEAU (W-IDX-AD) < KT-SUSP-NIVEAU-RELANCE
005460        ADD 1 TO W-NB-NON-SUSPENDUS
005470        MOVE 'RETARD - RELANCE INSUFFISANTE'
005480           TO W-LIBELLE-DECISION
005490        PERFORM 7000-EDITER-DECISION THRU 7000-EXIT
005500        GO TO 3000-EXIT
005510     END-IF.
005520     IF W-AD-STATUT-MANDAT (W-IDX-AD) = 'A'
005530        AND W-AD-NB-ECHECS (W-IDX-AD) = ZERO
005540        ADD 1 TO W-NB-NON-SUSPENDUS
005550        MOVE 'RETARD - MANDAT ACTIF' TO W-LIBELLE-DECISION
005560        PERFORM 7000-EDITER-DECISION THRU 7000-EXIT
005570        GO TO 3000-EXIT
005580     END-IF.
005590     ADD 1 TO W-NB-SUSPENSIONS.
005600     MOVE 'S' TO W-ETAT-APRES.
005610     MOVE 'IM' TO W-MOTIF.
005620     MOVE 'SUSPENSION' TO W-LIBELLE-DECISION.
005630     MOVE W-DATE-JOUR-CCYYMMDD TO W-AD-DATE-SUSP (W-IDX-AD).
005640     MOVE W-MOTIF TO W-AD-MOTIF-SUSP (W-IDX-AD).
005650     PERFORM 6000-CHANGER-ETAT THRU 6000-EXIT.
005660     PERFORM 6500-RECOPIER-ETAT THRU 6500-EXIT.
005670 3000-EXIT.
005680     EXIT.
005690*****************************************************************
005700*    5000-CHERCHER-ADHERENT - ADHERENT W-COADHF-CHERCHE, CREE A
005710*    VIDE S'IL EST ABSENT. TABLE PLEINE : CODE 8.
005720*****************************************************************
005730 5000-CHERCHER-ADHERENT.
005740     MOVE 'N' TO W-ADH-SW.
005750     IF W-NB-ADH > ZERO
005760        SET W-IDX-AD TO 1
005770        SEARCH W-AD-ENTREE
005780           AT END
005790              CONTINUE
005800           WHEN W-IDX-AD > W-NB-ADH
005810              CONTINUE
005820           WHEN W-AD-COADHF (W-IDX-AD) = W-COADHF-CHERCHE
005830              MOVE 'O' TO W-ADH-SW
005840        END-SEARCH
005850     END-IF.
005860     IF ADH-TROUVE
005870        GO TO 5000-EXIT
005880     END-IF.
005890     IF W-NB-ADH NOT < 2000
005900        DISPLAY 'HZSD0001 - TABLE DES ADHERENTS PLEINE (2000) - '
005910            'ADHERENT IGNORE : ' W-COADHF-CHERCHE
005920        MOVE 8 TO RETURN-CODE
005930        GO TO 5000-EXIT
005940     END-IF.
005950     ADD 1 TO W-NB-ADH.
005960     SET W-IDX-AD TO W-NB-ADH.
005970     MOVE W-COADHF-CHERCHE TO W-AD-COADHF (W-IDX-AD).
005980     MOVE ZERO TO W-AD-ARRIERE (W-IDX-AD).
005990     MOVE ZERO TO W-AD-AGE-MAX (W-IDX-AD).
006000     MOVE ZERO TO W-AD-NIVEAU (W-IDX-AD).
006010     MOVE SPACE TO W-AD-STATUT-MANDAT (W-IDX-AD).
006020     MOVE ZERO TO W-AD-NB-ECHECS (W-IDX-AD).
006030     MOVE 'A' TO W-AD-ETAT (W-IDX-AD).
006040     MOVE ZERO TO W-AD-DATE-SUSP (W-IDX-AD).
006050     MOVE SPACES TO W-AD-MOTIF-SUSP (W-IDX-AD).
006060     MOVE 'O' TO W-ADH-SW.
006070 5000-EXIT.
006080     EXIT.
006090*****************************************************************
006100*    5200-CHERCHER-FACTURE - PLUS HAUT NIVEAU DE RELANCE DE LA
006110*    FACTURE W-NUMERO-CHERCHE (ZERO SI AUCUNE RELANCE).
006120*****************************************************************
006130 5200-CHERCHER-FACTURE.
006140     MOVE ZERO TO W-NIVEAU-FACTURE.
006150     MOVE 'N' TO W-FACTURE-SW.
006160     IF W-NB-HIST = ZERO
006170        GO TO 5200-EXIT
006180     END-IF.
006190     SET W-IDX-RH TO 1.
006200     SEARCH W-RH-ENTREE
006210        AT END
006220           CONTINUE
006230        WHEN W-IDX-RH > W-NB-HIST
006240           CONTINUE
006250        WHEN W-RH-NUMERO (W-IDX-RH) = W-NUMERO-CHERCHE
006260           MOVE 'O' TO W-FACTURE-SW
006270           MOVE W-RH-NIVEAU (W-IDX-RH) TO W-NIVEAU-FACTURE
006280     END-SEARCH.
006290 5200-EXIT.
006300     EXIT.
006310*****************************************************************
006320*    6000-CHANGER-ETAT - ENREGISTREMENT DU FLUX, TRACE DANS LE
006330*    JOURNAL SD-JRNL (OUVERT EN EXTENSION, CREE AU PREMIER
006340*    PASSAGE) ET LIGNE DE RAPPORT.
006350*****************************************************************
006360 6000-CHANGER-ETAT.
006370     MOVE SPACES TO SUSP-FLUX-LIGNE.
006380     IF W-ETAT-APRES = 'S'
006390        MOVE 'S' TO SF-TYPE
006400     ELSE
006410        MOVE 'R' TO SF-TYPE
006420     END-IF.
006430     MOVE W-AD-COADHF (W-IDX-AD) TO SF-COADHF.
006440     MOVE W-DATE-JOUR-CCYYMMDD TO SF-DATE-EFFET.
006450     MOVE W-MOTIF TO SF-MOTIF.
006460     MOVE W-AD-ARRIERE (W-IDX-AD) TO SF-MONTANT-ARRIERE.
006470     MOVE W-AD-AGE-MAX (W-IDX-AD) TO SF-AGE-JOURS.
006480     MOVE W-AD-NIVEAU (W-IDX-AD) TO SF-NIVEAU-RELANCE.
006490     MOVE W-AD-STATUT-MANDAT (W-IDX-AD) TO SF-STATUT-MANDAT.
006500     WRITE SUSP-FLUX-LIGNE.
006510     OPEN EXTEND SD-JRNL.
006520     IF W-SD-JRNL-STATUS = '05'
006530        OPEN OUTPUT SD-JRNL
006540     END-IF.
006550     MOVE SPACES TO SD-JRNL-LIGNE.
006560     MOVE W-HORODATE-TRAVAIL TO SJ-HORODATE.
006570     MOVE 'HZSD0001' TO SJ-PROGRAMME.
006580     MOVE W-AD-COADHF (W-IDX-AD) TO SJ-COADHF.
006590     MOVE W-AD-ETAT (W-IDX-AD) TO SJ-ETAT-AVANT.
006600     MOVE W-ETAT-APRES TO SJ-ETAT-APRES.
006610     MOVE W-MOTIF TO SJ-MOTIF.
006620     MOVE W-AD-ARRIERE (W-IDX-AD) TO SJ-MONTANT-ARRIERE.
006630     MOVE W-AD-AGE-MAX (W-IDX-AD) TO SJ-AGE-JOURS.
006640     MOVE W-AD-NIVEAU (W-IDX-AD) TO SJ-NIVEAU-RELANCE.
006650     MOVE W-AD-STATUT-MANDAT (W-IDX-AD) TO SJ-STATUT-MANDAT.
006660     MOVE W-AD-NB-ECHECS (W-IDX-AD) TO SJ-NB-ECHECS.
006670     MOVE KT-SUSP-SEUIL-MONTANT TO SJ-SEUIL-MONTANT.
006680     MOVE KT-SUSP-SEUIL-JOURS TO SJ-SEUIL-JOURS.
006690     MOVE KT-SUSP-NIVEAU-RELANCE TO SJ-SEUIL-NIVEAU.
006700     WRITE SD-JRNL-LIGNE.
006710     CLOSE SD-JRNL.
006720     PERFORM 7000-EDITER-DECISION THRU 7000-EXIT.
006730 6000-EXIT.
006740     EXIT.
006750 6500-RECOPIER-ETAT.
006760     MOVE W-AD-COADHF (W-IDX-AD) TO SN-COADHF.
006770     MOVE W-AD-DATE-SUSP (W-IDX-AD) TO SN-DATE-SUSPENSION.
006780     MOVE W-AD-MOTIF-SUSP (W-IDX-AD) TO SN-MOTIF.
006790     WRITE SUSP-ETAT-NV-LIGNE.
006800 6500-EXIT.
006810     EXIT.
006820 7000-EDITER-DECISION.
006830     MOVE W-AD-ARRIERE (W-IDX-AD) TO W-MT-EDIT.
006840     MOVE W-AD-AGE-MAX (W-IDX-AD) TO W-AGE-EDIT.
006850     MOVE SPACES TO W-LIGNE-TRAVAIL.
006860     STRING W-AD-COADHF (W-IDX-AD) DELIMITED BY SIZE
006870         ' ' DELIMITED BY SIZE
006880         W-LIBELLE-DECISION DELIMITED BY SIZE
006890         INTO W-LIGNE-TRAVAIL
006900     END-STRING.
006910     MOVE W-MT-EDIT TO W-LIGNE-TRAVAIL (43:16).
006920     MOVE W-AGE-EDIT TO W-LIGNE-TRAVAIL (60:5).
006930     MOVE W-AD-NIVEAU (W-IDX-AD) TO W-LIGNE-TRAVAIL (73:1).
006940     MOVE W-AD-STATUT-MANDAT (W-IDX-AD) TO W-LIGNE-TRAVAIL (81:1).
006950     PERFORM 7900-ECRIRE-LIGNE THRU 7900-EXIT.
006960 7000-EXIT.
006970     EXIT.
006980 7900-ECRIRE-LIGNE.
006990     MOVE W-LIGNE-TRAVAIL TO SD-RPRT-LIGNE.
007000     WRITE SD-RPRT-LIGNE.
007010 7900-EXIT.
007020     EXIT.
007030 8000-TERMINE.
007040     CLOSE SUSP-ETAT-NV SUSP-FLUX SD-RPRT.
007050     MOVE W-NB-SUSPENSIONS TO W-NB-EDIT.
007060     DISPLAY 'HZSD0001 - SUSPENSIONS              : ' W-NB-EDIT.
007070     MOVE W-NB-REINTEGRATIONS TO W-NB-EDIT.
007080     DISPLAY 'HZSD0001 - REINTEGRATIONS           : ' W-NB-EDIT.
007090     MOVE W-NB-MAINTENUS TO W-NB-EDIT.
007100     DISPLAY 'HZSD0001 - SUSPENSIONS MAINTENUES   : ' W-NB-EDIT.
007110     MOVE W-NB-NON-SUSPENDUS TO W-NB-EDIT.
007120     DISPLAY 'HZSD0001 - EN RETARD NON SUSPENDUS  : ' W-NB-EDIT.
007130 8000-EXIT.
007140     EXIT.
