000090     TRI EXTERNE (ETAPE SORT DU JOB) :
000100     'P' PREPARER - CHAQUE LIGNE DU FLUX D'IMPRESSION EST
000110     PREFIXEE DE SA CLE DE TRI (CODE POSTAL DE L'ADHERENT PRIS
000120     SUR ADH-MAST, ETABLISSEMENT PAYEUR PRIS SUR LE MAITRE
000130     FFFFFGS, ADHERENT, RANG DE LIGNE) SUR PO-CLES ; L'ETAPE
000140     SORT TRIE SUR CE PREFIXE ;
000150     'E' EDITER - LE FLUX TRIE EST DEPOUILLE : UNE FEUILLE DE
000240*    --------------------------------------------------------
000250*    DATE       AUTEUR  DESCRIPTION
000260*    --------   ------  -------------------------------------
000261*    02/09/2026 EBA     CREATION.
000262*    15/10/2026 EBA     ADRESSES NPAI : LES LIGNES D'UN ADHERENT
000263*                       DEVENU NPAI DEPUIS LE PASSAGE DE
000264*                       HZRL0001 SONT RETENUES SUR DOC-RET AU
000265*                       LIEU D'ALLER AU TRI. L'ENTETE DE PAGE
000266*                       DE HZRL0001 POSE AUSSI L'ADHERENT (IL
000267*                       PRECEDE LA LIGNE D'IDENTITE).
000268*    15/10/2026 EBA     ADH-REF : CANAL DE DIFFUSION, ADRESSE
000269*                       ELECTRONIQUE ET INDICATEUR DE REJET DE
000270*                       MESSAGERIE EN FIN DE DESSIN.
000271*    15/10/2026 EBA     ADH-REF : FREQUENCE DE FACTURATION (M
000272*                       MENSUELLE, T TRIMESTRIELLE, A ANNUELLE)
000273*                       EN FIN DE DESSIN.
000274*    15/10/2026 EBA     CODE POSTAL ET ADRESSE NPAI LUS PAR LE
000275*                       CHEMIN ALTERNATIF COADHF DU MAITRE INDEXE
000276*                       ADH-MAST AU LIEU DES TABLES CODE POSTAL ET
000277*                       NPAI DE 2000 ENTREES CHARGEES DEPUIS
000278*                       ADH-REF.
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000380     SELECT RL-PRNT ASSIGN TO RLPRNT
000390         ORGANIZATION SEQUENTIAL
000400         FILE STATUS W-RL-PRNT-STATUS.
000405     SELECT ADH-MAST ASSIGN TO ADHMAST
000410         ORGANIZATION INDEXED
000415         ACCESS MODE DYNAMIC
000420         RECORD KEY AF-CLE
000425         ALTERNATE RECORD KEY AF-COADHF WITH DUPLICATES
000430         FILE STATUS W-ADH-MAST-STATUS.
000440     SELECT FFFFFGS ASSIGN TO FFFFFGS
000450         ORGANIZATION INDEXED
000460         ACCESS MODE DYNAMIC
000600     SELECT PO-BORD ASSIGN TO POBORD
000610         ORGANIZATION SEQUENTIAL
000620         FILE STATUS W-PO-BORD-STATUS.
000622     SELECT DOC-RET ASSIGN TO DOCRET
000624         ORGANIZATION SEQUENTIAL
000626         FILE STATUS W-DOC-RET-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  PO-PARM
000740     DATA RECORD RL-PRNT-LIGNE.
000750 01  RL-PRNT-LIGNE               PIC X(132).
000760*****************************************************************
000770*    ADH-MAST - MAITRE ADHERENT (CODE POSTAL, NPAI), LU PAR LE
000780*    CHEMIN ALTERNATIF COADHF.
000790*****************************************************************
000800 FD  ADH-MAST
000810     LABEL RECORD STANDARD
000820     DATA RECORD ADH-MAST-ENREG.
000830 COPY ADHMSTC.
000940 FD  FFFFFGS
000950     LABEL RECORD STANDARD
000960     DATA RECORD FFFFFGS-ENREG.
001240 FD  PO-BORD
001250     LABEL RECORD STANDARD
001260     DATA RECORD PO-BORD-LIGNE.
001261 01  PO-BORD-LIGNE               PIC X(132).
001262*****************************************************************
001263*    DOC-RET - DOCUMENTS RETENUS POUR ADRESSE NPAI (CUMULATIF,
001264*    EN EXTEND) : UNE LIGNE D'EDITION PAR ENREGISTREMENT, RANG 1
001265*    EN TETE DE DOCUMENT. LISTE HEBDOMADAIRE PAR HZDR0001.
001266*****************************************************************
001267 FD  DOC-RET
001268     LABEL RECORD STANDARD
001269     DATA RECORD DOC-RET-LIGNE.
001270 01  DOC-RET-LIGNE.
001271     05  DR-DATE-RETENUE         PIC 9(08).
001272     05  DR-HEURE-RETENUE        PIC 9(08).
001273     05  DR-PROGRAMME            PIC X(08).
001274     05  DR-TYPE-DOC             PIC X(02).
001275     05  DR-COADHF               PIC X(09).
001276     05  DR-REFERENCE            PIC X(10).
001277     05  DR-RANG                 PIC 9(05).
001278     05  DR-LIGNE                PIC X(132).
001280 WORKING-STORAGE SECTION.
001290 01  W-PO-PARM-STATUS            PIC XX.
001300     88  PO-PARM-OK              VALUE '00'.
001310 01  W-RL-PRNT-STATUS            PIC XX.
001320     88  RL-PRNT-OK              VALUE '00'.
001330     88  RL-PRNT-FIN             VALUE '10'.
001338 01  W-ADH-MAST-STATUS           PIC XX.
001346     88  ADH-MAST-OK             VALUE '00'.
001354 01  W-ADH-MAST-OUVERT           PIC X VALUE 'N'.
001362     88  ADH-MAST-OUVERT         VALUE 'O'.
001370 01  W-FFFFFGS-STATUS            PIC XX.
001380     88  FFFFFGS-OK              VALUE '00'.
001390 01  W-PO-CLES-STATUS            PIC XX.
001470     88  FONCTION-EDITER         VALUE 'E'.
001480 01  W-FIN-PRNT                  PIC X VALUE 'N'.
001490     88  FIN-PRNT                VALUE 'O'.
001500 01  W-FIN-ENTREES-ADH           PIC X VALUE 'N'.
001510     88  FIN-ENTREES-ADH         VALUE 'O'.
001520 01  W-FIN-TRIE                  PIC X VALUE 'N'.
001530     88  FIN-TRIE                VALUE 'O'.
001535 01  W-DOC-RET-STATUS            PIC XX.
001540*****************************************************************
001544*    ENTREES ADH-MAST DE L'ADHERENT COURANT : CODE POSTAL DE LA
001548*    PREMIERE ENTREE, ADRESSE NPAI SI UNE ENTREE LE PORTE. LES
001552*    DOCUMENTS D'UN ADHERENT NPAI SONT RETENUS SUR DOC-RET AU
001556*    LIEU D'ETRE IMPRIMES.
001560*****************************************************************
001566 01  W-CP-TROUVE-SW              PIC X VALUE 'N'.
001572     88  CP-TROUVE               VALUE 'O'.
001578 01  W-ADH-NPAI-SW               PIC X VALUE 'N'.
001584     88  ADHERENT-NPAI           VALUE 'O'.
001590 01  W-DOC-RETENU-SW             PIC X VALUE 'N'.
001596     88  DOCUMENT-RETENU         VALUE 'O'.
001602 01  W-DATE-RETENUE              PIC 9(08) VALUE ZERO.
001608 01  W-HEURE-RETENUE             PIC 9(08) VALUE ZERO.
001614 01  W-RANG-RETENU               PIC 9(05) COMP VALUE ZERO.
001620 01  W-NB-RETENUS                PIC 9(05) COMP VALUE ZERO.
001630*****************************************************************
001640*    ADHERENT COURANT DU FLUX D'IMPRESSION : POSE PAR L'ENTETE
001650*    DE PAGE DE HZRL0001 : TEXTE CATALOGUE SUR 30 CARACTERES
001950     PERFORM 1000-INITIALISE THRU 1000-EXIT.
001960     EVALUATE TRUE
001970        WHEN FONCTION-PREPARER
001980           PERFORM 1500-OUVRIR-ADH-MAST THRU 1500-EXIT
001990           PERFORM 2000-PREPARER THRU 2000-EXIT
002000        WHEN FONCTION-EDITER
002010           PERFORM 4000-EDITER THRU 4000-EXIT
002250     CLOSE PO-PARM.
002260 1000-EXIT.
002270     EXIT.
002280 1500-OUVRIR-ADH-MAST.
002290     OPEN INPUT ADH-MAST.
002300     IF NOT ADH-MAST-OK
002310        DISPLAY 'HZPO0001 - ADH-MAST INDISPONIBLE, CODES POSTAUX'
002320            ' INCONNUS - STATUT ' W-ADH-MAST-STATUS
002330        MOVE 4 TO RETURN-CODE
002340        GO TO 1500-EXIT
002350     END-IF.
002360     MOVE 'O' TO W-ADH-MAST-OUVERT.
002430 1500-EXIT.
002520     EXIT.
002530*****************************************************************
002540*    2000-PREPARER - PREFIXE CHAQUE LIGNE DU FLUX D'IMPRESSION
002590     OPEN INPUT RL-PRNT.
002600     OPEN INPUT FFFFFGS.
002610     OPEN OUTPUT PO-CLES.
002611     ACCEPT W-DATE-RETENUE FROM DATE YYYYMMDD.
002612     ACCEPT W-HEURE-RETENUE FROM TIME.
002613     OPEN EXTEND DOC-RET.
002614     IF W-DOC-RET-STATUS = '05'
002615        OPEN OUTPUT DOC-RET
002616     END-IF.
002620     IF NOT RL-PRNT-OK
002630        DISPLAY 'HZPO0001 - RL-PRNT INDISPONIBLE - STATUT '
002640            W-RL-PRNT-STATUS
002680     PERFORM 2100-PREPARER-LIGNE THRU 2100-EXIT
002690        UNTIL FIN-PRNT.
002700 2000-FERMER.
002710     CLOSE RL-PRNT FFFFFGS PO-CLES DOC-RET.
002720 2000-EXIT.
002730     EXIT.
002740 2100-PREPARER-LIGNE.
002770           MOVE 'O' TO W-FIN-PRNT
002780           GO TO 2100-EXIT
002790     END-READ.
002791     ADD 1 TO W-NB-LIGNES.
002792*****************************************************************
002793*    ENTETE DE PAGE DE HZRL0001 (7000-IMPRIMER-LIGNE) :
002794*    'RELEVE ADHERENT ' PUIS LE COADHF EN 17-25. IL OUVRE LE
002795*    RELEVE, AVANT LA LIGNE D'IDENTITE.
002796*****************************************************************
002797     IF RL-PRNT-LIGNE (1:16) = 'RELEVE ADHERENT '
002798        AND RL-PRNT-LIGNE (17:9) NUMERIC
002799        AND RL-PRNT-LIGNE (17:9) NOT = W-COADHF-COURANT
002800        MOVE RL-PRNT-LIGNE (17:9) TO W-COADHF-COURANT
002801        PERFORM 2200-RESOUDRE-CLE THRU 2200-EXIT
002802     END-IF.
002805*****************************************************************
002806*    ENTETE D'IDENTITE DE HZRL0001 (3000-EDITER-IDENTITE) :
002807*    TEXTE CATALOGUE CADRE SUR 30, BLANC, COADHF EN 32-40,
002830        MOVE RL-PRNT-LIGNE (32:9) TO W-COADHF-COURANT
002840        PERFORM 2200-RESOUDRE-CLE THRU 2200-EXIT
002850     END-IF.
002852     IF DOCUMENT-RETENU
002854        PERFORM 2300-RETENIR-LIGNE THRU 2300-EXIT
002856        GO TO 2100-EXIT
002858     END-IF.
002860     MOVE W-CP-COURANT TO PC-CODE-POSTAL.
002870     MOVE W-COETBL-COURANT TO PC-COETBL.
002880     MOVE W-COADHF-COURANT TO PC-COADHF.
002920 2100-EXIT.
002930     EXIT.
002940*****************************************************************
002950*    2200-RESOUDRE-CLE - CODE POSTAL (ADH-MAST) ET ETABLISSEMENT
002960*    PAYEUR (PREMIER MAITRE FFFFFGS, CHEMIN D'INDEX ALTERNATIF)
002970*    DE L'ADHERENT COURANT. INCONNUS : CLES A '99999' POUR QUE
002980*    CES RELEVES SORTENT GROUPES EN FIN DE TRI.
003000 2200-RESOUDRE-CLE.
003010     MOVE '99999' TO W-CP-COURANT.
003020     MOVE '99999' TO W-COETBL-COURANT.
003030     PERFORM 2210-CHERCHER-ADHERENT THRU 2210-EXIT.
003040     PERFORM 2250-CONTROLER-NPAI THRU 2250-EXIT.
003140     MOVE W-COADHF-COURANT TO FFFFFGS-COADHF.
003150     START FFFFFGS KEY IS EQUAL TO FFFFFGS-COADHF
003160        INVALID KEY GO TO 2200-EXIT.
003170     READ FFFFFGS NEXT RECORD
003180        AT END CONTINUE
003181        NOT AT END
003182           IF FFFFFGS-COADHF = W-COADHF-COURANT
003183              MOVE FFFFFGS-COETBL TO W-COETBL-COURANT
003184           END-IF
003185     END-READ.
003186 2200-EXIT.
003187     EXIT.
003188*****************************************************************
003189*    2210-CHERCHER-ADHERENT - PARCOURS DES ENTREES ADH-MAST DE
003190*    L'ADHERENT COURANT PAR LE CHEMIN ALTERNATIF COADHF.
003191*****************************************************************
003192 2210-CHERCHER-ADHERENT.
003193     MOVE 'N' TO W-CP-TROUVE-SW.
003194     MOVE 'N' TO W-ADH-NPAI-SW.
003195     IF NOT ADH-MAST-OUVERT
003196        GO TO 2210-EXIT
003197     END-IF.
003198     MOVE 'N' TO W-FIN-ENTREES-ADH.
003199     MOVE W-COADHF-COURANT TO AF-COADHF.
003200     START ADH-MAST KEY IS EQUAL TO AF-COADHF
003201        INVALID KEY MOVE 'O' TO W-FIN-ENTREES-ADH.
003202     PERFORM 2220-LIRE-ENTREE-ADH THRU 2220-EXIT
003203        UNTIL FIN-ENTREES-ADH.
003204 2210-EXIT.
003205     EXIT.
003206 2220-LIRE-ENTREE-ADH.
003207     READ ADH-MAST NEXT RECORD
003208        AT END
003209           MOVE 'O' TO W-FIN-ENTREES-ADH
003210           GO TO 2220-EXIT
003211     END-READ.
003212     IF AF-COADHF NOT = W-COADHF-COURANT
003213        MOVE 'O' TO W-FIN-ENTREES-ADH
003214        GO TO 2220-EXIT
003215     END-IF.
003216     IF NOT CP-TROUVE
003217        MOVE 'O' TO W-CP-TROUVE-SW
003218        MOVE AF-CODE-POSTAL TO W-CP-COURANT
003219     END-IF.
003220     IF AF-ADRESSE-INVALIDE
003221        MOVE 'O' TO W-ADH-NPAI-SW
003222     END-IF.
003223 2220-EXIT.
003224     EXIT.
003225 2250-CONTROLER-NPAI.
003226     MOVE 'N' TO W-DOC-RETENU-SW.
003227     MOVE ZERO TO W-RANG-RETENU.
003228     IF ADHERENT-NPAI
003229        MOVE 'O' TO W-DOC-RETENU-SW
003230        ADD 1 TO W-NB-RETENUS
003231     END-IF.
003232 2250-EXIT.
003233     EXIT.
003234 2300-RETENIR-LIGNE.
003235     ADD 1 TO W-RANG-RETENU.
003236     MOVE W-DATE-RETENUE TO DR-DATE-RETENUE.
003237     MOVE W-HEURE-RETENUE TO DR-HEURE-RETENUE.
003238     MOVE 'HZPO0001' TO DR-PROGRAMME.
003239     MOVE 'RL' TO DR-TYPE-DOC.
003240     MOVE W-COADHF-COURANT TO DR-COADHF.
003241     MOVE SPACES TO DR-REFERENCE.
003242     MOVE W-RANG-RETENU TO DR-RANG.
003243     MOVE RL-PRNT-LIGNE TO DR-LIGNE.
003244     WRITE DOC-RET-LIGNE.
003245 2300-EXIT.
003250     EXIT.
003260*****************************************************************
003270*    4000-EDITER - DEPOUILLE LE FLUX TRIE : FEUILLE DE LOT A
004330 7100-EXIT.
004340     EXIT.
004350 8000-TERMINE.
004352     IF ADH-MAST-OUVERT
004354        CLOSE ADH-MAST
004356     END-IF.
004360     IF FONCTION-PREPARER
004370        MOVE W-NB-LIGNES TO W-NB-EDIT
004380        DISPLAY 'HZPO0001 - LIGNES PREPAREES : ' W-NB-EDIT
004383        MOVE W-NB-RETENUS TO W-NB-EDIT
004386        DISPLAY 'HZPO0001 - RELEVES RETENUS  : ' W-NB-EDIT
004390     END-IF.
004400     IF FONCTION-EDITER
004410        MOVE W-NB-LOTS TO W-NB-EDIT
