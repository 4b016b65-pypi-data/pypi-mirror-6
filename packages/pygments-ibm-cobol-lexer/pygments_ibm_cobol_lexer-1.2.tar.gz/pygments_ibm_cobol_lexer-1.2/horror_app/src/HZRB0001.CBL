000070 REMARKS. TRAITEMENT DU FICHIER DES RETOURS BANCAIRES (PRELEVE-
000080     MENTS REVENUS IMPAYES : COMPTE CLOS, PROVISION INSUFFISANTE,
000090     CONTESTATION). CHAQUE RETOUR ROUVRE LE POSTE CORRESPONDANT
000096     DANS OUV-MAST, LU ET REECRIT PAR NUMERO DE FACTURE (LE
000102     MONTANT PRELEVE EST DEDUIT DU REGLE) ;
000110     LE COMPTEUR D'ECHECS CONSECUTIFS DU MANDAT EST INCREMENTE
000120     ET LE MANDAT EST SUSPENDU AU-DELA DE MANDAT-ECHEC-MAX
000130     (KONSTAB, DEFAUT 3) ; L'EVENEMENT LAISSE UNE LIGNE
000200*    DATE       AUTEUR  DESCRIPTION
000210*    --------   ------  -------------------------------------
000220*    02/09/2026 EBA     CREATION.
000221*    15/10/2026 EBA     REJET SUR UN POSTE PASSE EN PERTE ('I') :
000222*                       LE REGLE EST DIMINUE, LE POSTE RESTE 'I'.
000223*    15/10/2026 EBA     POSTE LU ET REECRIT PAR CLE DANS LE
000224*                       MAITRE INDEXE OUV-MAST (OUVMSTC) : PLUS DE
000225*                       TABLE DE 1000 POSTES NI DE RECOPIE SUR
000226*                       OUV-ITEMS-NV.
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000320     SELECT RETOUR ASSIGN TO RETOUR
000330         ORGANIZATION SEQUENTIAL
000340         FILE STATUS W-RETOUR-STATUS.
000345     SELECT OUV-MAST ASSIGN TO OUVMAST
000350         ORGANIZATION INDEXED
000355         ACCESS MODE RANDOM
000360         RECORD KEY OV-NUMERO-FACTURE
000365         ALTERNATE RECORD KEY OV-COADHF WITH DUPLICATES
000370         FILE STATUS W-OUV-MAST-STATUS.
000380     SELECT MANDATS ASSIGN TO MANDATS
000390         ORGANIZATION SEQUENTIAL
000400         FILE STATUS W-MANDATS-STATUS.
000410     SELECT KONSTAB ASSIGN TO KONSTAB
000420         ORGANIZATION SEQUENTIAL
000430         FILE STATUS W-KONSTAB-STATUS.
000470     SELECT MANDATS-NV ASSIGN TO MANDATNV
000480         ORGANIZATION SEQUENTIAL
000490         FILE STATUS W-MANDATS-NV-STATUS.
000690     05  RT-MONTANT              PIC S9(11)V99
000700                                 SIGN LEADING SEPARATE.
000710     05  RT-CODE-MOTIF           PIC X(04).
000713*****************************************************************
000716*    OUV-MAST - MAITRE DES POSTES CLIENTS, LU PAR NUMERO DE
000719*    FACTURE.
000722*****************************************************************
000725 FD  OUV-MAST
000730     LABEL RECORD STANDARD
000740     DATA RECORD OUV-MAST-ENREG.
000750 COPY OUVMSTC.
000850 FD  MANDATS
000860     LABEL RECORD STANDARD
000870     DATA RECORD MANDATS-LIGNE.
000970 01  KONSTAB-LIGNE.
000980     05  KONSTAB-RUBRIQUE        PIC X(20).
000990     05  KONSTAB-VALEUR          PIC X(60).
001040 FD  MANDATS-NV
001050     LABEL RECORD STANDARD
001060     DATA RECORD MANDATS-NV-LIGNE.
001270 01  W-RETOUR-STATUS             PIC XX.
001280     88  RETOUR-OK               VALUE '00'.
001290     88  RETOUR-FIN              VALUE '10'.
001298 01  W-OUV-MAST-STATUS           PIC XX.
001306     88  OUV-MAST-OK             VALUE '00'.
001314 01  W-OUV-MAST-OUVERT           PIC X VALUE 'N'.
001322     88  OUV-MAST-OUVERT         VALUE 'O'.
001330 01  W-MANDATS-STATUS            PIC XX.
001340     88  MANDATS-OK              VALUE '00'.
001350     88  MANDATS-FIN             VALUE '10'.
001360 01  W-KONSTAB-STATUS            PIC XX.
001370     88  KONSTAB-OK              VALUE '00'.
001380     88  KONSTAB-FIN             VALUE '10'.
001400 01  W-MANDATS-NV-STATUS         PIC XX.
001410 01  W-SYS-EXC-STATUS            PIC XX.
001420 01  W-RB-RPRT-STATUS            PIC XX.
001430 01  W-FIN-RETOUR                PIC X VALUE 'N'.
001440     88  FIN-RETOUR              VALUE 'O'.
001470 01  W-FIN-MANDATS               PIC X VALUE 'N'.
001480     88  FIN-MANDATS             VALUE 'O'.
001490 01  KT-MANDAT-ECHEC-MAX         PIC 9(02) VALUE 03.
001500*****************************************************************
001510*    MANDATS EN TABLE (MEME BORNE QUE HZMD0001).
001530*****************************************************************
001650 01  W-NB-MANDATS                PIC 9(04) COMP VALUE ZERO.
001660 01  W-TAB-MANDATS.
001670     05  W-MD-ENTREE OCCURS 2000 TIMES
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALISE THRU 1000-EXIT.
002020     PERFORM 1400-CHARGER-KONSTAB THRU 1400-EXIT.
002030     PERFORM 1500-OUVRIR-POSTES THRU 1500-EXIT.
002040     PERFORM 1600-CHARGER-MANDATS THRU 1600-EXIT.
002050     PERFORM 3000-TRAITER-RETOUR THRU 3000-EXIT
002060        UNTIL FIN-RETOUR.
002080     PERFORM 7100-REECRIRE-MANDATS THRU 7100-EXIT.
002090     PERFORM 7500-EDITER-MOTIFS THRU 7500-EXIT.
002100     PERFORM 8000-TERMINE THRU 8000-EXIT.
002130     ACCEPT W-HORO-DATE FROM DATE.
002140     ACCEPT W-HORO-HEURE FROM TIME.
002150     OPEN INPUT RETOUR.
002160     OPEN OUTPUT MANDATS-NV RB-RPRT.
002170     IF NOT RETOUR-OK
002180        DISPLAY 'HZRB0001 - RETOUR INDISPONIBLE - STATUT '
002190            W-RETOUR-STATUS
002450     CLOSE KONSTAB.
002460 1400-EXIT.
002470     EXIT.
002480 1500-OUVRIR-POSTES.
002490     OPEN I-O OUV-MAST.
002500     IF NOT OUV-MAST-OK
002510        DISPLAY 'HZRB0001 - OUV-MAST INDISPONIBLE - STATUT '
002520            W-OUV-MAST-STATUS
002530        MOVE 8 TO RETURN-CODE
002540        GO TO 1500-EXIT
002550     END-IF.
002560     MOVE 'O' TO W-OUV-MAST-OUVERT.
002630 1500-EXIT.
002810     EXIT.
002820 1600-CHARGER-MANDATS.
002830     OPEN INPUT MANDATS.
003280     EXIT.
003290 3100-ROUVRIR-POSTE.
003300     MOVE 'N' TO W-POSTE-TROUVE-SW.
003310     IF NOT OUV-MAST-OUVERT
003320        GO TO 3100-SANS-POSTE
003330     END-IF.
003340     MOVE RT-NUMERO-FACTURE TO OV-NUMERO-FACTURE.
003350     READ OUV-MAST
003360        INVALID KEY CONTINUE
003370        NOT INVALID KEY MOVE 'O' TO W-POSTE-TROUVE-SW
003380     END-READ.
003430     IF POSTE-TROUVE
003436        SUBTRACT RT-MONTANT FROM OV-MONTANT-REGLE
003442        EVALUATE TRUE
003448           WHEN OV-STATUT = 'I'
003454              CONTINUE
003460           WHEN OV-MONTANT-REGLE > ZERO
003466              MOVE 'P' TO OV-STATUT
003472           WHEN OTHER
003478              MOVE 'O' TO OV-STATUT
003484        END-EVALUATE
003490        REWRITE OUV-MAST-ENREG
003500        ADD 1 TO W-NB-ROUVERTS
003510        GO TO 3100-EXIT
003520     END-IF.
004430     END-IF.
004440 3450-EXIT.
004450     EXIT.
004660 7100-REECRIRE-MANDATS.
004670     IF W-NB-MANDATS > ZERO
004680        PERFORM 7110-REECRIRE-UN-MANDAT THRU 7110-EXIT
005120     IF RETOUR-OK OR RETOUR-FIN
005130        CLOSE RETOUR
005140     END-IF.
005144     IF OUV-MAST-OUVERT
005148        CLOSE OUV-MAST
005152     END-IF.
005156     CLOSE MANDATS-NV RB-RPRT.
005160     MOVE W-NB-RETOURS TO W-NB-EDIT.
005170     DISPLAY 'HZRB0001 - RETOURS LUS        : ' W-NB-EDIT.
005180     MOVE W-NB-ROUVERTS TO W-NB-EDIT.
