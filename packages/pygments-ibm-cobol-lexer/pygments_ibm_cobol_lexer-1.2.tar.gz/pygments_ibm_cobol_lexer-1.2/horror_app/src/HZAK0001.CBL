000060 DATE-COMPILED.
000070 REMARKS. RECONCILIATION QUOTIDIENNE DES ACCUSES DE RECEPTION
000080     DES FLUX SORTANTS : LES RECEPTEURS DE SA-FICHIER, PREFACT,
000088     BI-CSV, GL-POST ET PORTAIL RENVOIENT UN ENREGISTREMENT
000096     D'ACCUSE (FLUX, DATE, VOLUME, TOTAL) SUR ACK-IN ; CE
000104     PROGRAMME RECONSTITUE CE QUE LA CHAINE A REELLEMENT PRODUIT
000112     (PIEDS SA09, PREFACT '09' ET PORTAIL '09', PIED CSV BI,
000120     CUMUL GL-POST) ET
000130     SIGNALE DANS AK-RPRT TOUT FLUX EMIS SANS ACCUSE, ACCUSE
000140     SANS EMISSION, OU ACCUSE EN DESACCORD DE VOLUME/TOTAL. ON
000150     N'APPREND PLUS LA PERTE D'UN FLUX PAR UN APPEL DE L'AUTRE
000200*    DATE       AUTEUR  DESCRIPTION
000210*    --------   ------  -------------------------------------
000220*    02/09/2026 EBA     CREATION.
000222*    15/10/2026 EBA     FLUX PORTAIL ADHERENT DE HZPA0001 : DATE
000224*                       DE L'ENTETE '01', NOMBRE D'ADHERENTS ET
000226*                       SOLDE TOTAL DU PIED '09' RAPPROCHES DE
000228*                       L'ACCUSE 'PORTAIL' DU PORTAIL.
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000470     SELECT AK-RPRT ASSIGN TO AKRPRT
000480         ORGANIZATION SEQUENTIAL
000490         FILE STATUS W-AK-RPRT-STATUS.
000492     SELECT PORTAIL ASSIGN TO PORTAIL
000494         ORGANIZATION SEQUENTIAL
000496         FILE STATUS W-PORTAIL-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520*****************************************************************
000990     LABEL RECORD STANDARD
001000     DATA RECORD AK-RPRT-LIGNE.
001010 01  AK-RPRT-LIGNE               PIC X(132).
001011*****************************************************************
001012*    PORTAIL - FLUX PORTAIL ADHERENT, MEMES GABARITS QUE DANS
001013*    HZPA0001 (ENTETE '01', PIED '09').
001014*****************************************************************
001015 FD  PORTAIL
001016     LABEL RECORD STANDARD
001017     DATA RECORD PORTAIL-LIGNE.
001018 01  PORTAIL-LIGNE               PIC X(200).
001020 WORKING-STORAGE SECTION.
001030 01  W-ACK-IN-STATUS             PIC XX.
001040     88  ACK-IN-OK               VALUE '00'.
001110 01  W-GL-POST-STATUS            PIC XX.
001120     88  GL-POST-OK              VALUE '00'.
001130 01  W-AK-RPRT-STATUS            PIC XX.
001133 01  W-PORTAIL-STATUS            PIC XX.
001136     88  PORTAIL-OK              VALUE '00'.
001140 01  W-SA-LONG                   PIC 9(04) COMP.
001150 01  W-FIN-ACK                   PIC X VALUE 'N'.
001160     88  FIN-ACK                 VALUE 'O'.
001220     88  FIN-BI                  VALUE 'O'.
001230 01  W-FIN-GL                    PIC X VALUE 'N'.
001240     88  FIN-GL                  VALUE 'O'.
001243 01  W-FIN-PORTAIL               PIC X VALUE 'N'.
001246     88  FIN-PORTAIL             VALUE 'O'.
001250 COPY SAFICHC.
001260 01  W-ENREG-COURANT             PIC X(34).
001270*****************************************************************
001280*    TABLE DES FLUX PRODUITS : CINQ ENTREES AU PLUS (SAFICH,
001290*    PREFACT, BICSV, GLPOST, PORTAIL), CHACUNE AVEC DATE,
001300*    VOLUME, TOTAL ET MARQUE D'ACCUSE RECU.
001310*****************************************************************
001320 01  W-NB-FLUX                   PIC 9(02) COMP VALUE ZERO.
001330 01  W-TAB-FLUX.
001340     05  W-FX-ENTREE OCCURS 5 TIMES
001350             INDEXED BY W-IDX-FX.
001360         10  W-FX-FLUX           PIC X(08).
001370         10  W-FX-DATE           PIC 9(08).
001680     05  W-PP-NB                 PIC 9(07).
001690     05  W-PP-TOTAL              PIC S9(11)V99
001700                                 SIGN LEADING SEPARATE.
001701     05  FILLER                  PIC X(37).
001702*****************************************************************
001703*    GABARITS PORTAIL (ENTETE ET PIED, MEMES DESSINS QUE DANS
001704*    HZPA0001). LE VOLUME ACCUSE EST LE NOMBRE D'ADHERENTS EMIS.
001705*****************************************************************
001706 01  W-PO-ENTETE.
001707     05  W-OE-TYPE               PIC X(02).
001708     05  W-OE-DATE               PIC 9(08).
001709     05  W-OE-MODE               PIC X(01).
001710     05  W-OE-PROGRAMME          PIC X(08).
001711     05  FILLER                  PIC X(181).
001712 01  W-PO-PIED.
001713     05  W-OP-TYPE               PIC X(02).
001714     05  W-OP-NB-ADHERENTS       PIC 9(09).
001715     05  W-OP-SOLDE-TOTAL        PIC S9(13)V99
001716                                 SIGN LEADING SEPARATE.
001717     05  W-OP-NB-LIGNES          PIC 9(09).
001718     05  FILLER                  PIC X(164).
001720 01  W-NB-ACK-LUS                PIC 9(05) COMP VALUE ZERO.
001730 01  W-NB-ACK-CONFORMES          PIC 9(05) COMP VALUE ZERO.
001740 01  W-NB-ACK-ECARTS             PIC 9(05) COMP VALUE ZERO.
001870     PERFORM 2200-DEPOUILLER-PREFACT THRU 2200-EXIT.
001880     PERFORM 2400-DEPOUILLER-BI THRU 2400-EXIT.
001890     PERFORM 2600-DEPOUILLER-GL THRU 2600-EXIT.
001895     PERFORM 2800-DEPOUILLER-PORTAIL THRU 2800-EXIT.
001900     PERFORM 3000-TRAITER-ACCUSE THRU 3000-EXIT
001910        UNTIL FIN-ACK.
001920     PERFORM 6000-SIGNALER-FLUX-SANS-ACK THRU 6000-EXIT.
003700     ADD 1 TO W-FLUX-NB.
003710     MOVE GP-DATE TO W-FLUX-DATE.
003720     IF GP-SENS = 'D'
003721        ADD GP-MONTANT TO W-FLUX-TOTAL
003722     END-IF.
003723 2700-EXIT.
003724     EXIT.
003725*****************************************************************
003726*    2800-DEPOUILLER-PORTAIL - DATE DE L'ENTETE '01', NOMBRE
003727*    D'ADHERENTS EMIS ET SOLDE TOTAL DU PIED '09'.
003728*****************************************************************
003729 2800-DEPOUILLER-PORTAIL.
003730     OPEN INPUT PORTAIL.
003731     IF NOT PORTAIL-OK
003732        DISPLAY 'HZAK0001 - PORTAIL NON PRODUIT CE JOUR - '
003733            'STATUT ' W-PORTAIL-STATUS
003734        GO TO 2800-EXIT
003735     END-IF.
003736     MOVE ZERO TO W-FLUX-DATE.
003737     MOVE ZERO TO W-FLUX-NB.
003738     MOVE ZERO TO W-FLUX-TOTAL.
003739     PERFORM 2850-LIRE-PORTAIL THRU 2850-EXIT
003740        UNTIL FIN-PORTAIL.
003741     CLOSE PORTAIL.
003742     MOVE 'PORTAIL' TO W-FLUX-NOM.
003743     PERFORM 2900-EMPILER-FLUX THRU 2900-EXIT.
003744 2800-EXIT.
003745     EXIT.
003746 2850-LIRE-PORTAIL.
003747     READ PORTAIL
003748        AT END
003749           MOVE 'O' TO W-FIN-PORTAIL
003750           GO TO 2850-EXIT
003751     END-READ.
003752     EVALUATE PORTAIL-LIGNE (1:2)
003753        WHEN '01'
003754           MOVE PORTAIL-LIGNE TO W-PO-ENTETE
003755           MOVE W-OE-DATE TO W-FLUX-DATE
003756        WHEN '09'
003757           MOVE PORTAIL-LIGNE TO W-PO-PIED
003758           MOVE W-OP-NB-ADHERENTS TO W-FLUX-NB
003759           MOVE W-OP-SOLDE-TOTAL TO W-FLUX-TOTAL
003760        WHEN OTHER
003761           CONTINUE
003762     END-EVALUATE.
003763 2850-EXIT.
003764     EXIT.
003770 2900-EMPILER-FLUX.
003780     IF W-NB-FLUX < 5
003790        ADD 1 TO W-NB-FLUX
003800        MOVE W-FLUX-NOM TO W-FX-FLUX (W-NB-FLUX)
003810        MOVE W-FLUX-DATE TO W-FX-DATE (W-NB-FLUX)
