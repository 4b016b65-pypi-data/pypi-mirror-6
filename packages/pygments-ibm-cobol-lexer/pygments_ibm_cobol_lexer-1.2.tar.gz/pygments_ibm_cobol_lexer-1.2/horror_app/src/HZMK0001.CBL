000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZMK0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. CHARGEMENT DE LA COPIE KSDS MANDKS DE LA TABLE DES
000080     MANDATS, TENUE EN LIGNE PAR LA TRANSACTION HZMA (HZMA0001)
000090     : MANDATS EST TRIE SUR COADHF ET RECHARGE EN TOTALITE DANS
000100     MANDKS (DESSIN MANDATC). A PASSER EN FIN DE CHAINE, APRES
000110     LE DERNIER PROGRAMME QUI REECRIT MANDATS (HZMD0001,
000120     HZRB0001), LES MOUVEMENTS EN LIGNE MDENLIG DE LA JOURNEE
000130     ETANT ALORS REPORTES SUR MANDATS. MANDATS ABSENT OU
000140     ECRITURE MANDKS EN ECHEC = CODE 8 (LA COPIE EN PLACE EST
000150     CONSERVEE SI MANDATS EST ABSENT) ; COADHF EN DOUBLE = CODE
000160     4, LE PREMIER EST GARDE.
000170*****************************************************************
000180*    HISTORIQUE DES MODIFICATIONS
000190*    --------------------------------------------------------
000200*    DATE       AUTEUR  DESCRIPTION
000210*    --------   ------  -------------------------------------
000220*    15/10/2026 EBA     CREATION.
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-370.
000270 OBJECT-COMPUTER. IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT MANDATS ASSIGN TO MANDATS
000310         ORGANIZATION SEQUENTIAL
000320         FILE STATUS W-MANDATS-STATUS.
000330     SELECT MANDKS ASSIGN TO MANDKS
000340         ORGANIZATION INDEXED
000350         ACCESS MODE SEQUENTIAL
000360         RECORD KEY MK-COADHF
000370         FILE STATUS W-MANDKS-STATUS.
000380     SELECT TRI-MANDATS ASSIGN TO SORTWK01.
000390 DATA DIVISION.
000400 FILE SECTION.
000410*****************************************************************
000420*    MANDATS - TABLE DES MANDATS TENUE PAR HZMD0001.
000430*****************************************************************
000440 FD  MANDATS
000450     LABEL RECORD STANDARD
000460     DATA RECORD MANDATS-LIGNE.
000470 COPY MANDATC.
000480*****************************************************************
000490*    MANDKS - COPIE KSDS, MEME DESSIN (MANDATC), CLE COADHF.
000500*****************************************************************
000510 FD  MANDKS
000520     LABEL RECORD STANDARD
000530     DATA RECORD MANDKS-ENREG.
000540 01  MANDKS-ENREG.
000550     05  MK-COADHF               PIC X(09).
000560     05  FILLER                  PIC X(45).
000570 SD  TRI-MANDATS
000580     DATA RECORD TRI-LIGNE.
000590 01  TRI-LIGNE.
000600     05  TRI-COADHF              PIC X(09).
000610     05  FILLER                  PIC X(45).
000620 WORKING-STORAGE SECTION.
000630 01  W-MANDATS-STATUS            PIC XX.
000640     88  MANDATS-OK              VALUE '00'.
000650 01  W-MANDKS-STATUS             PIC XX.
000660     88  MANDKS-OK               VALUE '00'.
000670 01  W-FIN-TRI                   PIC X VALUE 'N'.
000680     88  FIN-TRI                 VALUE 'O'.
000690 01  W-ABANDON-SW                PIC X VALUE 'N'.
000700     88  ABANDON-CHARGEMENT      VALUE 'O'.
000710 01  W-COADHF-PRECEDENT          PIC X(09) VALUE LOW-VALUES.
000720*****************************************************************
000730*    COMPTEURS.
000740*****************************************************************
000750 01  W-NB-LUS                    PIC 9(07) COMP VALUE ZERO.
000760 01  W-NB-ECRITS                 PIC 9(07) COMP VALUE ZERO.
000770 01  W-NB-DOUBLONS               PIC 9(07) COMP VALUE ZERO.
000780 01  W-NB-EDIT                   PIC Z(06)9.
000790 PROCEDURE DIVISION.
000800 0000-MAINLINE.
000810     PERFORM 1000-INITIALISE THRU 1000-EXIT.
000820     IF ABANDON-CHARGEMENT
000830        GO TO 0000-FIN
000840     END-IF.
000850     SORT TRI-MANDATS
000860        ON ASCENDING KEY TRI-COADHF
000870        USING MANDATS
000880        OUTPUT PROCEDURE 7000-CHARGER-MANDKS THRU 7000-EXIT.
000890     PERFORM 8000-TERMINE THRU 8000-EXIT.
000900 0000-FIN.
000910     GOBACK.
000920*****************************************************************
000930*    1000-INITIALISE - MANDATS DOIT ETRE LISIBLE AVANT QUE
000940*    MANDKS NE SOIT VIDE PAR L'OUVERTURE EN SORTIE : SANS
000950*    MANDATS, LA COPIE EN PLACE EST CONSERVEE (CODE 8).
000960*****************************************************************
000970 1000-INITIALISE.
000980     OPEN INPUT MANDATS.
000990     IF NOT MANDATS-OK
001000        DISPLAY 'HZMK0001 - MANDATS INDISPONIBLE - STATUT '
001010            W-MANDATS-STATUS ' - MANDKS NON RECHARGE'
001020        MOVE 8 TO RETURN-CODE
001030        MOVE 'O' TO W-ABANDON-SW
001040        GO TO 1000-EXIT
001050     END-IF.
001060     CLOSE MANDATS.
001070     OPEN OUTPUT MANDKS.
001080     IF NOT MANDKS-OK
001090        DISPLAY 'HZMK0001 - OUVERTURE MANDKS EN ECHEC - STATUT '
001100            W-MANDKS-STATUS
001110        MOVE 8 TO RETURN-CODE
001120        MOVE 'O' TO W-ABANDON-SW
001130     END-IF.
001140 1000-EXIT.
001150     EXIT.
001160*****************************************************************
001170*    7000-CHARGER-MANDKS - PROCEDURE DE SORTIE DU TRI : LES
001180*    MANDATS ARRIVENT DANS L'ORDRE DE LA CLE ; UN COADHF DEJA
001190*    ECRIT EST ECARTE (CODE 4). UNE ECRITURE REFUSEE ARRETE LE
001200*    CHARGEMENT (CODE 8).
001210*****************************************************************
001220 7000-CHARGER-MANDKS SECTION.
001230 7000-DEBUT.
001240     MOVE 'N' TO W-FIN-TRI.
001250     PERFORM 7100-RESTITUER-MANDAT THRU 7100-EXIT
001260        UNTIL FIN-TRI.
001270 7000-EXIT.
001280     EXIT.
001290 7100-RESTITUER-MANDAT.
001300     RETURN TRI-MANDATS
001310        AT END
001320           SET FIN-TRI TO TRUE
001330        NOT AT END
001340           PERFORM 7200-ECRIRE-MANDAT THRU 7200-EXIT
001350     END-RETURN.
001360 7100-EXIT.
001370     EXIT.
001380 7200-ECRIRE-MANDAT.
001390     ADD 1 TO W-NB-LUS.
001400     IF ABANDON-CHARGEMENT
001410        GO TO 7200-EXIT
001420     END-IF.
001430     IF TRI-COADHF = W-COADHF-PRECEDENT
001440        DISPLAY 'HZMK0001 - MANDAT EN DOUBLE ECARTE : '
001450            TRI-COADHF
001460        ADD 1 TO W-NB-DOUBLONS
001470        IF RETURN-CODE < 4
001480           MOVE 4 TO RETURN-CODE
001490        END-IF
001500        GO TO 7200-EXIT
001510     END-IF.
001520     MOVE TRI-COADHF TO W-COADHF-PRECEDENT.
001530     MOVE TRI-LIGNE TO MANDKS-ENREG.
001540     WRITE MANDKS-ENREG
001550        INVALID KEY
001560           DISPLAY 'HZMK0001 - ECRITURE MANDKS REFUSEE - STATUT '
001570               W-MANDKS-STATUS ' - CLE ' TRI-COADHF
001580           MOVE 8 TO RETURN-CODE
001590           MOVE 'O' TO W-ABANDON-SW
001600           GO TO 7200-EXIT
001610     END-WRITE.
001620     ADD 1 TO W-NB-ECRITS.
001630 7200-EXIT.
001640     EXIT.
001650 8000-TERMINE.
001660     CLOSE MANDKS.
001670     MOVE W-NB-LUS TO W-NB-EDIT.
001680     DISPLAY 'HZMK0001 - MANDATS LUS     : ' W-NB-EDIT.
001690     MOVE W-NB-ECRITS TO W-NB-EDIT.
001700     DISPLAY 'HZMK0001 - MANDATS CHARGES : ' W-NB-EDIT.
001710     MOVE W-NB-DOUBLONS TO W-NB-EDIT.
001720     DISPLAY 'HZMK0001 - DOUBLONS ECARTES: ' W-NB-EDIT.
001730 8000-EXIT.
001740     EXIT.
