000190*                       ANCIENNETE ; LES ENREGISTREMENTS
000192*                       RETENUS PAR UN GEL SONT COMPTES ET
000194*                       RAPPORTES.
000195*    15/10/2026 EBA     ENREGISTREMENTS RESTAURES DEPUIS
000196*                       L'ARCHIVE PAR HZRU0001 (REGISTRE RU-REG) :
000197*                       NON REARCHIVES AVANT LE DELAI DE GRACE
000198*                       KONSTAB ARCH-GRACE-MOIS (DEFAUT 12 MOIS)
000199*                       COMPTE DEPUIS LA RESTAURATION ; RETENUS
000200*                       COMPTES ET RAPPORTES COMME LES GELS.
000201*****************************************************************
000202 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER. IBM-370.
000230 OBJECT-COMPUTER. IBM-370.
000432     SELECT LH-REG ASSIGN TO LHREG
000434         ORGANIZATION SEQUENTIAL
000436         FILE STATUS W-LH-REG-STATUS.
000437     SELECT KONSTAB ASSIGN TO KONSTAB
000438         ORGANIZATION SEQUENTIAL
000439         FILE STATUS W-KONSTAB-STATUS.
000440     SELECT RU-REG ASSIGN TO RUREG
000441         ORGANIZATION SEQUENTIAL
000442         FILE STATUS W-RU-REG-STATUS.
000443 DATA DIVISION.
000450 FILE SECTION.
000460 FD  FFFFFGS
000470     LABEL RECORD STANDARD
000710     05  LH-MOTIF                PIC X(30).
000711     05  LH-DATE-DEBUT           PIC 9(08).
000712     05  LH-AUTORITE             PIC X(20).
000713 FD  KONSTAB
000714     LABEL RECORD STANDARD
000715     DATA RECORD KONSTAB-LIGNE.
000716 01  KONSTAB-LIGNE.
000717     05  KONSTAB-RUBRIQUE        PIC X(20).
000718     05  KONSTAB-VALEUR          PIC X(60).
000719*****************************************************************
000720*    RU-REG - REGISTRE DES RESTAURATIONS TENU PAR HZRU0001 : UNE
000721*    CLE RESTAUREE DEPUIS MOINS DE ARCH-GRACE-MOIS MOIS EST
000722*    EXCLUE DE L'EPURATION.
000723*****************************************************************
000724 FD  RU-REG
000725     LABEL RECORD STANDARD
000726     DATA RECORD RU-REG-LIGNE.
000727 01  RU-REG-LIGNE.
000728     05  RR-CLE                  PIC X(12).
000729     05  RR-COADHF               PIC X(09).
000730     05  RR-DATE-RESTAURATION    PIC 9(08).
000731     05  RR-DATE-REST-X REDEFINES RR-DATE-RESTAURATION.
000732         10  RR-DR-SSAA          PIC 9(04).
000733         10  RR-DR-MM            PIC 9(02).
000734         10  RR-DR-JJ            PIC 9(02).
000735     05  RR-MOTIF                PIC X(30).
000736     05  RR-USER-ID              PIC X(08).
000710 WORKING-STORAGE SECTION.
000720 01  W-FFFFFGS-STATUS            PIC XX.
000730     88  FFFFFGS-OK              VALUE '00'.
001076     88  GEL-TROUVE              VALUE 'O'.
001077 01  W-NB-GELES                  PIC 9(07) COMP VALUE ZERO.
001078 01  W-MT-GELES                  PIC S9(13)V99 COMP-3 VALUE 0.
001079*****************************************************************
001080*    RESTAURATIONS RECENTES (REGISTRE RU-REG DE HZRU0001) EN
001081*    TABLE : SEULES LES CLES ENCORE DANS LE DELAI DE GRACE SONT
001082*    CHARGEES (2000 AU PLUS).
001083*****************************************************************
001084 01  W-KONSTAB-STATUS            PIC XX.
001085     88  KONSTAB-OK              VALUE '00'.
001086     88  KONSTAB-FIN             VALUE '10'.
001087 01  KT-ARCH-GRACE-MOIS          PIC 9(03) VALUE 012.
001088 01  W-RU-REG-STATUS             PIC XX.
001089     88  RU-REG-OK               VALUE '00'.
001090     88  RU-REG-FIN              VALUE '10'.
001091 01  W-MOIS-ABSOLU-RESTAURATION  PIC 9(07) COMP VALUE ZERO.
001092 01  W-NB-RESTAURATIONS          PIC 9(04) COMP VALUE ZERO.
001093 01  W-TAB-RESTAURATIONS.
001094     05  W-RS-ENTREE OCCURS 2000 TIMES
001095             INDEXED BY W-IDX-RS.
001096         10  W-RS-CLE            PIC X(12).
001097 01  W-RESTAURE-SW               PIC X VALUE 'N'.
001098     88  RESTAURATION-RECENTE    VALUE 'O'.
001099 01  W-NB-RESTAURES              PIC 9(07) COMP VALUE ZERO.
001100 01  W-MT-RESTAURES              PIC S9(13)V99 COMP-3 VALUE 0.
001070 01  W-MT-ARCHIVES               PIC S9(13)V99 COMP-3 VALUE 0.
001080 01  W-MT-CONSERVES              PIC S9(13)V99 COMP-3 VALUE 0.
001090 01  W-NB-EDIT                   PIC Z(06)9.
001500        (W-SIECLE * 100 + W-DJ-AA) * 12 + W-DJ-MM.
001510     COMPUTE W-MOIS-ABSOLU-SEUIL =
001520        W-MOIS-ABSOLU-JOUR - W-MOIS-RETENTION.
001523     PERFORM 1200-CHARGER-KONSTAB THRU 1200-EXIT.
001526     PERFORM 1300-CHARGER-RESTAURATIONS THRU 1300-EXIT.
001530     DISPLAY 'HZAR0001 - RETENTION ' W-MOIS-RETENTION ' MOIS'.
001540     OPEN I-O FFFFFGS.
001550     OPEN OUTPUT FGS-ARCH AR-RPRT.
001702     END-IF.
001703 1110-EXIT.
001704     EXIT.
001705*****************************************************************
001706*    1200-CHARGER-KONSTAB - SEULE LA RUBRIQUE ARCH-GRACE-MOIS
001707*    (NOMBRE DE MOIS SUR TROIS CHIFFRES) EST RETENUE ; ABSENTE :
001708*    DELAI DE GRACE PAR DEFAUT DE 12 MOIS.
001709*****************************************************************
001710 1200-CHARGER-KONSTAB.
001711     OPEN INPUT KONSTAB.
001712     IF NOT KONSTAB-OK
001713        DISPLAY 'HZAR0001 - KONSTAB INDISPONIBLE, DELAI DE GRACE '
001714            'PAR DEFAUT (012 MOIS) - STATUT ' W-KONSTAB-STATUS
001715        GO TO 1200-EXIT
001716     END-IF.
001717     PERFORM UNTIL KONSTAB-FIN
001718        READ KONSTAB
001719           AT END SET KONSTAB-FIN TO TRUE
001720           NOT AT END
001721              IF KONSTAB-RUBRIQUE = 'ARCH-GRACE-MOIS'
001722                 AND KONSTAB-VALEUR (1:3) NUMERIC
001723                 MOVE KONSTAB-VALEUR (1:3) TO KT-ARCH-GRACE-MOIS
001724              END-IF
001725        END-READ
001726     END-PERFORM.
001727     CLOSE KONSTAB.
001728 1200-EXIT.
001729     EXIT.
001730*****************************************************************
001731*    1300-CHARGER-RESTAURATIONS - CHARGE LES CLES RESTAUREES PAR
001732*    HZRU0001 DONT LA RESTAURATION DATE DE MOINS DE
001733*    KT-ARCH-GRACE-MOIS MOIS. REGISTRE ABSENT : AUCUNE
001734*    RESTAURATION N'A EU LIEU, CAS NORMAL.
001735*****************************************************************
001736 1300-CHARGER-RESTAURATIONS.
001737     OPEN INPUT RU-REG.
001738     IF NOT RU-REG-OK
001739        GO TO 1300-EXIT
001740     END-IF.
001741     PERFORM UNTIL RU-REG-FIN
001742        READ RU-REG
001743           AT END SET RU-REG-FIN TO TRUE
001744           NOT AT END PERFORM 1310-EMPILER-RESTAURATION
001745              THRU 1310-EXIT
001746        END-READ
001747     END-PERFORM.
001748     CLOSE RU-REG.
001749 1300-EXIT.
001750     EXIT.
001751 1310-EMPILER-RESTAURATION.
001752     IF RR-DATE-RESTAURATION NOT NUMERIC
001753        GO TO 1310-EXIT
001754     END-IF.
001755     COMPUTE W-MOIS-ABSOLU-RESTAURATION =
001756        RR-DR-SSAA * 12 + RR-DR-MM.
001757     IF W-MOIS-ABSOLU-RESTAURATION + KT-ARCH-GRACE-MOIS
001758        NOT > W-MOIS-ABSOLU-JOUR
001759        GO TO 1310-EXIT
001760     END-IF.
001761     IF W-NB-RESTAURATIONS < 2000
001762        ADD 1 TO W-NB-RESTAURATIONS
001763        MOVE RR-CLE TO W-RS-CLE (W-NB-RESTAURATIONS)
001764     ELSE
001765        DISPLAY 'HZAR0001 - TABLE DES RESTAURATIONS PLEINE (2000 '
001766            'MAXIMUM) - ENTREE IGNOREE : ' RR-CLE
001767        MOVE 8 TO RETURN-CODE
001768     END-IF.
001769 1310-EXIT.
001770     EXIT.
001771*****************************************************************
001690*    3000-TRAITER-ENREGISTREMENT - UN ENREGISTREMENT FFFFFGS :
001700*    PLUS VIEUX QUE LE SEUIL, IL EST RECOPIE DANS L'ARCHIVE
001710*    PUIS SUPPRIME ; SINON IL EST CONSERVE. UNE DATE-MAJ
001930     END-IF.
001940     IF W-MOIS-ABSOLU-ENREG < W-MOIS-ABSOLU-SEUIL
001942        PERFORM 3500-CONTROLER-GEL THRU 3500-EXIT
001943        PERFORM 3700-CONTROLER-RESTAURATION THRU 3700-EXIT
001944        EVALUATE TRUE
001945           WHEN GEL-TROUVE
001946              PERFORM 3600-RETENIR-GELE THRU 3600-EXIT
001947           WHEN RESTAURATION-RECENTE
001948              PERFORM 3800-RETENIR-RESTAURE THRU 3800-EXIT
001949           WHEN OTHER
001950              PERFORM 4000-ARCHIVER THRU 4000-EXIT
001951        END-EVALUATE
001960     ELSE
001970        ADD 1 TO W-NB-CONSERVES
001980        ADD FFFFFGS-MONTANT TO W-MT-CONSERVES
002047     WRITE AR-RPRT-LIGNE.
002048 3600-EXIT.
002049     EXIT.
002050*****************************************************************
002051*    3700-CONTROLER-RESTAURATION - LA CLE COURANTE A-T-ELLE ETE
002052*    RESTAUREE DEPUIS L'ARCHIVE DANS LE DELAI DE GRACE ?
002053*****************************************************************
002054 3700-CONTROLER-RESTAURATION.
002055     MOVE 'N' TO W-RESTAURE-SW.
002056     IF W-NB-RESTAURATIONS = ZERO
002057        GO TO 3700-EXIT
002058     END-IF.
002059     SET W-IDX-RS TO 1.
002060     SEARCH W-RS-ENTREE
002061        AT END
002062           CONTINUE
002063        WHEN W-IDX-RS > W-NB-RESTAURATIONS
002064           CONTINUE
002065        WHEN W-RS-CLE (W-IDX-RS) = FFFFFGS-CLE
002066           MOVE 'O' TO W-RESTAURE-SW
002067     END-SEARCH.
002068 3700-EXIT.
002069     EXIT.
002070*****************************************************************
002071*    3800-RETENIR-RESTAURE - ENREGISTREMENT EPURABLE MAIS
002072*    RESTAURE RECEMMENT : CONSERVE, COMPTE ET RAPPORTE.
002073*****************************************************************
002074 3800-RETENIR-RESTAURE.
002075     ADD 1 TO W-NB-RESTAURES.
002076     ADD 1 TO W-NB-CONSERVES.
002077     ADD FFFFFGS-MONTANT TO W-MT-RESTAURES.
002078     ADD FFFFFGS-MONTANT TO W-MT-CONSERVES.
002079     MOVE SPACES TO AR-RPRT-LIGNE.
002080     STRING 'RETENU APRES RESTAURATION : ' DELIMITED BY SIZE
002081         FFFFFGS-CLE DELIMITED BY SIZE
002082         ' ADHERENT ' DELIMITED BY SIZE
002083         FFFFFGS-COADHF DELIMITED BY SIZE
002084         INTO AR-RPRT-LIGNE
002085     END-STRING.
002086     WRITE AR-RPRT-LIGNE.
002087 3800-EXIT.
002088     EXIT.
002020 4000-ARCHIVER.
002030     MOVE FFFFFGS-ENREG TO FGS-ARCH-ENREG.
002040     WRITE FGS-ARCH-ENREG.
002274     MOVE W-MT-GELES TO WLB-MONTANT.
002275     MOVE W-LIGNE-BILAN TO AR-RPRT-LIGNE.
002276     WRITE AR-RPRT-LIGNE.
002278     MOVE 'RETENUS APRES RESTAURATION  : ' TO WLB-LIBELLE.
002280     MOVE W-NB-RESTAURES TO WLB-NB.
002282     MOVE W-MT-RESTAURES TO WLB-MONTANT.
002284     MOVE W-LIGNE-BILAN TO AR-RPRT-LIGNE.
002286     WRITE AR-RPRT-LIGNE.
002288     MOVE 'DATES DE MISE A JOUR INVALIDES' TO WLB-LIBELLE.
002290     MOVE W-NB-DATES-INVALIDES TO WLB-NB.
002300     MOVE ZERO TO WLB-MONTANT.
002310     MOVE W-LIGNE-BILAN TO AR-RPRT-LIGNE.
