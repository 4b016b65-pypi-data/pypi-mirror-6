000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZMS0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. SAUVEGARDE SEQUENTIELLE DE NUIT DES MAITRES INDEXES
000080     ADH-MAST ET OUV-MAST : CHAQUE MAITRE EST RECOPIE DANS
000090     L'ORDRE DE SA CLE PRIMAIRE SUR LE FICHIER PLAT DE MEME
000100     DESSIN (ADH-REF, OUV-ITEMS) LU PAR LES TRAITEMENTS QUI
000110     TRAVAILLENT ENCORE SUR UNE COPIE SEQUENTIELLE (HORROR,
000120     RELEVES, RELANCES, EDITIONS...). LA COPIE SERT AUSSI DE
000130     POINT DE RECHARGEMENT PAR HZMC0001. UN MAITRE INDISPONIBLE
000140     LAISSE SA COPIE DE LA VEILLE EN PLACE (CODE 8).
000150*****************************************************************
000160*    HISTORIQUE DES MODIFICATIONS
000170*    --------------------------------------------------------
000180*    DATE       AUTEUR  DESCRIPTION
000190*    --------   ------  -------------------------------------
000200*    15/10/2026 EBA     CREATION.
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-370.
000250 OBJECT-COMPUTER. IBM-370.
000260 SPECIAL-NAMES.
000270     DECIMAL-POINT IS COMMA.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ADH-MAST ASSIGN TO ADHMAST
000310         ORGANIZATION INDEXED
000320         ACCESS MODE SEQUENTIAL
000330         RECORD KEY AF-CLE
000340         ALTERNATE RECORD KEY AF-COADHF WITH DUPLICATES
000350         FILE STATUS W-ADH-MAST-STATUS.
000360     SELECT OUV-MAST ASSIGN TO OUVMAST
000370         ORGANIZATION INDEXED
000380         ACCESS MODE SEQUENTIAL
000390         RECORD KEY OV-NUMERO-FACTURE
000400         ALTERNATE RECORD KEY OV-COADHF WITH DUPLICATES
000410         FILE STATUS W-OUV-MAST-STATUS.
000420     SELECT ADH-REF ASSIGN TO ADHREF
000430         ORGANIZATION SEQUENTIAL
000440         FILE STATUS W-ADH-REF-STATUS.
000450     SELECT OUV-ITEMS ASSIGN TO OUVITEMS
000460         ORGANIZATION SEQUENTIAL
000470         FILE STATUS W-OUV-ITEMS-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ADH-MAST
000510     LABEL RECORD STANDARD
000520     DATA RECORD ADH-MAST-ENREG.
000530 COPY ADHMSTC.
000540 FD  OUV-MAST
000550     LABEL RECORD STANDARD
000560     DATA RECORD OUV-MAST-ENREG.
000570 COPY OUVMSTC.
000580*****************************************************************
000590*    ADH-REF / OUV-ITEMS - COPIES SEQUENTIELLES AU DESSIN DES
000600*    MAITRES (ADHMSTC, OUVMSTC).
000610*****************************************************************
000620 FD  ADH-REF
000630     LABEL RECORD STANDARD
000640     DATA RECORD ADH-REF-LIGNE.
000650 01  ADH-REF-LIGNE               PIC X(179).
000660 FD  OUV-ITEMS
000670     LABEL RECORD STANDARD
000680     DATA RECORD OUV-ITEMS-LIGNE.
000690 01  OUV-ITEMS-LIGNE             PIC X(59).
000700 WORKING-STORAGE SECTION.
000710 01  W-ADH-MAST-STATUS           PIC XX.
000720     88  ADH-MAST-OK             VALUE '00'.
000730 01  W-OUV-MAST-STATUS           PIC XX.
000740     88  OUV-MAST-OK             VALUE '00'.
000750 01  W-ADH-REF-STATUS            PIC XX.
000760     88  ADH-REF-OK              VALUE '00'.
000770 01  W-OUV-ITEMS-STATUS          PIC XX.
000780     88  OUV-ITEMS-OK            VALUE '00'.
000790 01  W-FIN-ADH                   PIC X VALUE 'N'.
000800     88  FIN-ADH                 VALUE 'O'.
000810 01  W-FIN-OUV                   PIC X VALUE 'N'.
000820     88  FIN-OUV                 VALUE 'O'.
000830 01  W-NB-ADH-COPIEES            PIC 9(07) COMP VALUE ZERO.
000840 01  W-NB-OUV-COPIES             PIC 9(07) COMP VALUE ZERO.
000850 01  W-NB-EDIT                   PIC Z(06)9.
000860 PROCEDURE DIVISION.
000870 0000-MAINLINE.
000880     PERFORM 2000-SAUVER-ADHERENTS THRU 2000-EXIT.
000890     PERFORM 3000-SAUVER-POSTES THRU 3000-EXIT.
000900     PERFORM 8000-TERMINE THRU 8000-EXIT.
000910     GOBACK.
000920*****************************************************************
000930*    2000-SAUVER-ADHERENTS - ADH-MAST RECOPIE SUR ADH-REF.
000940*****************************************************************
000950 2000-SAUVER-ADHERENTS.
000960     OPEN INPUT ADH-MAST.
000970     IF NOT ADH-MAST-OK
000980        DISPLAY 'HZMS0001 - ADH-MAST INDISPONIBLE, ADH-REF NON '
000990            'SAUVEGARDE - STATUT ' W-ADH-MAST-STATUS
001000        MOVE 8 TO RETURN-CODE
001010        GO TO 2000-EXIT
001020     END-IF.
001030     OPEN OUTPUT ADH-REF.
001040     PERFORM 2100-SAUVER-UN-ADHERENT THRU 2100-EXIT
001050        UNTIL FIN-ADH.
001060     CLOSE ADH-MAST ADH-REF.
001070 2000-EXIT.
001080     EXIT.
001090 2100-SAUVER-UN-ADHERENT.
001100     READ ADH-MAST NEXT
001110        AT END
001120           MOVE 'O' TO W-FIN-ADH
001130           GO TO 2100-EXIT
001140     END-READ.
001150     MOVE ADH-MAST-ENREG TO ADH-REF-LIGNE.
001160     WRITE ADH-REF-LIGNE.
001170     ADD 1 TO W-NB-ADH-COPIEES.
001180 2100-EXIT.
001190     EXIT.
001200*****************************************************************
001210*    3000-SAUVER-POSTES - OUV-MAST RECOPIE SUR OUV-ITEMS.
001220*****************************************************************
001230 3000-SAUVER-POSTES.
001240     OPEN INPUT OUV-MAST.
001250     IF NOT OUV-MAST-OK
001260        DISPLAY 'HZMS0001 - OUV-MAST INDISPONIBLE, OUV-ITEMS NON '
001270            'SAUVEGARDE - STATUT ' W-OUV-MAST-STATUS
001280        MOVE 8 TO RETURN-CODE
001290        GO TO 3000-EXIT
001300     END-IF.
001310     OPEN OUTPUT OUV-ITEMS.
001320     PERFORM 3100-SAUVER-UN-POSTE THRU 3100-EXIT
001330        UNTIL FIN-OUV.
001340     CLOSE OUV-MAST OUV-ITEMS.
001350 3000-EXIT.
001360     EXIT.
001370 3100-SAUVER-UN-POSTE.
001380     READ OUV-MAST NEXT
001390        AT END
001400           MOVE 'O' TO W-FIN-OUV
001410           GO TO 3100-EXIT
001420     END-READ.
001430     MOVE OUV-MAST-ENREG TO OUV-ITEMS-LIGNE.
001440     WRITE OUV-ITEMS-LIGNE.
001450     ADD 1 TO W-NB-OUV-COPIES.
001460 3100-EXIT.
001470     EXIT.
001480 8000-TERMINE.
001490     MOVE W-NB-ADH-COPIEES TO W-NB-EDIT.
001500     DISPLAY 'HZMS0001 - ENTREES ADH-MAST SAUVEGARDEES : '
001510         W-NB-EDIT.
001520     MOVE W-NB-OUV-COPIES TO W-NB-EDIT.
001530     DISPLAY 'HZMS0001 - POSTES OUV-MAST SAUVEGARDES   : '
001540         W-NB-EDIT.
001550 8000-EXIT.
001560     EXIT.
