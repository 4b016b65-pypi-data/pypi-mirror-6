000230*    DATE       AUTEUR  DESCRIPTION
000240*    --------   ------  -------------------------------------
000250*    02/09/2026 EBA     CREATION.
000251*    15/10/2026 EBA     REV-EXC : ALIGNEMENT SUR HORROR (ZONE
000252*                       RV-EMETTEUR EN FIN DE LIBELLE, A
000253*                       BLANC POUR UN ITEM BATCH).
000254*    15/10/2026 EBA     QTE : PERIODE DE REFERENCE ET DATE DE
000255*                       RECEPTION REPORTEES SUR QTE-REC (DESSIN
000256*                       QTE-SRC ETENDU).
000257*    15/10/2026 EBA     ADH : DATE D'ADHESION (AAAAMMJJ) EN FIN
000258*                       DE DESSIN, REPORTEE SUR ADH-REC (DESSIN
000259*                       ADH-NOUV ETENDU A 72 OCTETS).
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000630*    FLUX D'ORIGINE ('QTE'/'ADH'/'EVT'/'DAT'), COMPTEUR DE
000640*    RECYCLAGE (ZERO A LA PREMIERE CORRECTION) ET DONNEES AU
000650*    DESSIN DU FLUX :
000657*      QTE : QS-CLE (8) + QS-QTE-BRUTE (6) + QS-PERIODE (6) +
000664*            QS-DATE-RECEPTION (8) ;
000671*      ADH : ADH-NOUV-LIGNE COMPLETE (72) ;
000680*      EVT / DAT : CTENRE (6) + COANAL (5) + COADHF (9) +
000690*                  MONTANT EN SIGNE SEPARE (12).
000700*****************************************************************
000950 01  QTE-REC-LIGNE.
000960     05  QC-CLE                  PIC X(08).
000970     05  QC-QTE-BRUTE            PIC X(06).
000973     05  QC-PERIODE              PIC X(06).
000976     05  QC-DATE-RECEPTION       PIC X(08).
000980*****************************************************************
000990*    ADH-REC - DOSSIERS D'ADHESION REVALIDES, MEME DESSIN QUE
001000*    ADH-NOUV.
001100     05  AC-COTRTO               PIC X(05).
001110     05  AC-COTNET               PIC S9(07)V99
001120                                 SIGN LEADING SEPARATE.
001125     05  AC-DATE-ADHESION        PIC 9(08).
001130*****************************************************************
001140*    EVT-REC - EVENEMENTS REVALIDES AU FORMAT DETAIL '02' DE
001150*    SAFICHC (FORMAT DE L'INTAKE FICHIER DE LA CHAINE).
001370     05  RV-HORODATE             PIC X(15).
001380     05  RV-PROGRAMME            PIC X(08).
001390     05  RV-CODE-RETOUR          PIC 9(04).
001396     05  RV-LIBELLE              PIC X(71).
001402     05  RV-EMETTEUR             PIC X(08).
001410 FD  RC-RPRT
001420     LABEL RECORD STANDARD
001430     DATA RECORD RC-RPRT-LIGNE.
001630 01  W-DONNEES-QTE.
001640     05  W-DQ-CLE                PIC X(08).
001650     05  W-DQ-QTE-BRUTE          PIC X(06).
001653     05  W-DQ-PERIODE            PIC X(06).
001656     05  W-DQ-DATE-RECEPTION     PIC X(08).
001660 01  W-DONNEES-ADH.
001670     05  W-DA-COADHF             PIC X(09).
001680     05  W-DA-NOM                PIC X(30).
001710     05  W-DA-COTRTO             PIC X(05).
001720     05  W-DA-COTNET             PIC S9(07)V99
001730                                 SIGN LEADING SEPARATE.
001735     05  W-DA-DATE-ADHESION      PIC 9(08).
001740 01  W-DONNEES-EVT.
001750     05  W-DE-CTENRE             PIC X(06).
001760     05  W-DE-COANAL             PIC X(05).
003260*    QTE-SRC RECONSTITUEE SUR QTE-REC.
003270*****************************************************************
003280 3100-REVALIDER-QTE.
003290     MOVE RC-DONNEES (1:28) TO W-DONNEES-QTE.
003300     IF W-DQ-QTE-BRUTE NOT NUMERIC
003310        MOVE 'N' TO W-ITEM-VALIDE-SW
003320        MOVE 'QUANTITE NON NUMERIQUE' TO W-MOTIF-ECHEC
003430     END-IF.
003440     MOVE W-DQ-CLE TO QC-CLE.
003450     MOVE W-DQ-QTE-BRUTE TO QC-QTE-BRUTE.
003453     MOVE W-DQ-PERIODE TO QC-PERIODE.
003456     MOVE W-DQ-DATE-RECEPTION TO QC-DATE-RECEPTION.
003460     WRITE QTE-REC-LIGNE.
003470 3100-EXIT.
003480     EXIT.
003520*    LE CONTROLE BAREME RESTE FAIT PAR LA CHAINE A L'INTAKE).
003530*****************************************************************
003540 3200-REVALIDER-ADH.
003550     MOVE RC-DONNEES (1:72) TO W-DONNEES-ADH.
003560     MOVE W-DA-COADHF TO W-CD-COADHF.
003570     CALL W-CD-PROGRAMME USING W-CD-PARMS.
003580     IF NOT COADHF-VALIDE
003770     MOVE W-DA-CETRTF TO AC-CETRTF.
003780     MOVE W-DA-COTRTO TO AC-COTRTO.
003790     MOVE W-DA-COTNET TO AC-COTNET.
003795     MOVE W-DA-DATE-ADHESION TO AC-DATE-ADHESION.
003800     WRITE ADH-REC-LIGNE.
003810 3200-EXIT.
003820     EXIT.
