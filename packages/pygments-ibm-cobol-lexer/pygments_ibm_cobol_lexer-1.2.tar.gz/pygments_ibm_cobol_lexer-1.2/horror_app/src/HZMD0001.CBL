000130     PAR HZCD0001, REFERENCE DE COMPTE NON BLANCHE) ET LA TABLE
000140     EST RECOPIEE SUR MANDATS-NV AVEC UN RAPPORT
000150     APPLIQUE/REJETE. LE GENERATEUR DE PRELEVEMENTS HZPV0001 NE
000153     PRELEVE QUE SUR MANDAT ACTIF. LES CHANGEMENTS SAISIS EN
000156     LIGNE PAR LA TRANSACTION HZMA (FILE MDENLIG, IMAGE APRES DU
000159     MANDAT) SONT REPORTES APRES LES MOUVEMENTS MD-TRANS,
000162     SEULEMENT AU-DELA DU POINT MDPOINT (HORODATE DE LA DERNIERE
000165     LIGNE REPORTEE, REECRIT EN FIN DE TRAITEMENT).
000170*****************************************************************
000180*    HISTORIQUE DES MODIFICATIONS
000190*    --------------------------------------------------------
000200*    DATE       AUTEUR  DESCRIPTION
000210*    --------   ------  -------------------------------------
000220*    02/09/2026 EBA     CREATION.
000221*    15/10/2026 EBA     MOUVEMENT 'M' CHANGEMENT DE REFERENCE DE
000222*                       COMPTE ; FORMAT DE LA REFERENCE CONTROLE
000223*                       PAR HZIB0001 ; REPORT DES CHANGEMENTS
000224*                       SAISIS EN LIGNE (MDENLIG, HZMA0001).
000225*    15/10/2026 EBA     POINT DE REPORT MDPOINT : SEULES LES
000226*                       LIGNES MDENLIG POSTERIEURES AU DERNIER
000227*                       REPORT SONT APPLIQUEES A LA TABLE.
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000390     SELECT MD-RPRT ASSIGN TO MDRPRT
000400         ORGANIZATION SEQUENTIAL
000410         FILE STATUS W-MD-RPRT-STATUS.
000411     SELECT MD-ENLIGNE ASSIGN TO MDENLIG
000412         ORGANIZATION SEQUENTIAL
000413         FILE STATUS W-MD-ENLIGNE-STATUS.
000414     SELECT MD-POINT ASSIGN TO MDPOINT
000415         ORGANIZATION SEQUENTIAL
000416         FILE STATUS W-MD-POINT-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440*****************************************************************
000630 01  MD-TRANS-LIGNE.
000640     05  MT-ACTION               PIC X(01).
000650         88  MT-ACTION-POSE      VALUE 'A'.
000655         88  MT-ACTION-COMPTE    VALUE 'M'.
000660         88  MT-ACTION-SUSPENS   VALUE 'S'.
000670         88  MT-ACTION-REACTIVE  VALUE 'V'.
000680         88  MT-ACTION-REVOQUE   VALUE 'R'.
000760 FD  MD-RPRT
000770     LABEL RECORD STANDARD
000780     DATA RECORD MD-RPRT-LIGNE.
000781 01  MD-RPRT-LIGNE               PIC X(132).
000782*****************************************************************
000783*    MD-ENLIGNE - CHANGEMENTS SAISIS EN LIGNE PAR HZMA0001 (ESDS
000784*    MDENLIG, DESSIN MDENLC), DANS L'ORDRE DE LEUR SAISIE.
000785*****************************************************************
000786 FD  MD-ENLIGNE
000787     LABEL RECORD STANDARD
000788     DATA RECORD MD-ENLIGNE-ENREG.
000789 COPY MDENLC.
000790*****************************************************************
000791*    MD-POINT - POINT DE REPORT DE MDENLIG, UN SEUL ENREGISTREMENT
000792*    (DESSIN MDPOINTC), LU PAR HZPV0001.
000793*****************************************************************
000794 FD  MD-POINT
000795     LABEL RECORD STANDARD
000796     DATA RECORD MD-POINT-ENREG.
000797 COPY MDPOINTC.
000800 WORKING-STORAGE SECTION.
000810 01  W-MANDATS-STATUS            PIC XX.
000820     88  MANDATS-OK              VALUE '00'.
000840 01  W-MD-TRANS-STATUS           PIC XX.
000850     88  MD-TRANS-OK             VALUE '00'.
000860     88  MD-TRANS-FIN            VALUE '10'.
000861 01  W-MANDATS-NV-STATUS         PIC XX.
000862 01  W-MD-RPRT-STATUS            PIC XX.
000863 01  W-MD-ENLIGNE-STATUS         PIC XX.
000864     88  MD-ENLIGNE-OK           VALUE '00'.
000865 01  W-FIN-ENLIGNE               PIC X VALUE 'N'.
000866     88  FIN-ENLIGNE             VALUE 'O'.
000867 01  W-ENLIGNE-LU-SW             PIC X VALUE 'N'.
000868     88  ENLIGNE-LU              VALUE 'O'.
000869 01  W-MD-POINT-STATUS           PIC XX.
000870     88  MD-POINT-OK             VALUE '00'.
000871*****************************************************************
000872*    POINT DE REPORT : HORODATE DE LA DERNIERE LIGNE MDENLIG
000873*    REPORTEE (LUE SUR MDPOINT), PUIS DE LA DERNIERE LIGNE
000874*    REPORTEE PAR CE PASSAGE. UN CHANGEMENT IGNORE (TABLE PLEINE)
000875*    BLOQUE LE POINT, POUR ETRE REPRIS AU PASSAGE SUIVANT.
000876*****************************************************************
000877 01  W-POINT-HORODATE            PIC X(16) VALUE ZERO.
000878 01  W-HORODATE-REPORT           PIC X(16) VALUE ZERO.
000879 01  W-DATE-PASSAGE              PIC 9(08) VALUE ZERO.
000880 01  W-POINT-BLOQUE-SW           PIC X VALUE 'N'.
000881     88  POINT-BLOQUE            VALUE 'O'.
000890 01  W-FIN-MANDATS               PIC X VALUE 'N'.
000900     88  FIN-MANDATS             VALUE 'O'.
000910 01  W-FIN-TRANS                 PIC X VALUE 'N'.
001040         10  W-MD-NB-ECHECS      PIC 9(02).
001050 01  W-MANDAT-TROUVE-SW          PIC X VALUE 'N'.
001060     88  MANDAT-TROUVE           VALUE 'O'.
001065 01  W-CHERCHE-COADHF            PIC X(09) VALUE SPACES.
001070*****************************************************************
001080*    ZONE D'ECHANGE AVEC HZCD0001, MEME DECOUPE QUE DANS HORROR.
001090*****************************************************************
001120     05  W-CD-RESULTAT           PIC X(01).
001130         88  COADHF-VALIDE       VALUE 'O'.
001140 01  W-CD-PROGRAMME              PIC X(08) VALUE 'HZCD0001'.
001141*****************************************************************
001142*    ZONE D'ECHANGE AVEC HZIB0001 (FORMAT DE LA REFERENCE DE
001143*    COMPTE), COMMUNE AVEC LA TRANSACTION HZMA0001.
001144*****************************************************************
001145 01  W-IB-PARMS.
001146     05  W-IB-REF-COMPTE         PIC X(34).
001147     05  W-IB-RESULTAT           PIC X(01).
001148         88  REF-COMPTE-VALIDE   VALUE 'O'.
001149 01  W-IB-PROGRAMME              PIC X(08) VALUE 'HZIB0001'.
001150 01  W-MOTIF-REJET               PIC X(40) VALUE SPACES.
001160 01  W-DISPOSITION               PIC X(08) VALUE SPACES.
001170 01  W-NB-APPLIQUES              PIC 9(05) COMP VALUE ZERO.
001180 01  W-NB-REJETES                PIC 9(05) COMP VALUE ZERO.
001183 01  W-NB-ENLIGNE                PIC 9(05) COMP VALUE ZERO.
001186 01  W-NB-ENLIGNE-DEJA           PIC 9(05) COMP VALUE ZERO.
001190 01  W-IDX-EDIT                  PIC 9(04) COMP VALUE ZERO.
001200 01  W-NB-EDIT                   PIC Z(04)9.
001210 01  W-LIGNE-TRAVAIL             PIC X(132).
001250     PERFORM 1500-CHARGER-MANDATS THRU 1500-EXIT.
001260     PERFORM 3000-TRAITER-MOUVEMENT THRU 3000-EXIT
001270        UNTIL FIN-TRANS.
001275     PERFORM 4000-REPORTER-ENLIGNE THRU 4000-EXIT.
001280     PERFORM 7000-REECRIRE-MANDATS THRU 7000-EXIT.
001285     PERFORM 7500-REECRIRE-POINT THRU 7500-EXIT.
001290     PERFORM 8000-TERMINE THRU 8000-EXIT.
001300     GOBACK.
001310 1000-INITIALISE.
001760*****************************************************************
001770*    3000-TRAITER-MOUVEMENT - APPLIQUE LE MOUVEMENT COURANT :
001780*    POSE REFUSEE SI UN MANDAT NON REVOQUE EXISTE DEJA ;
001784*    SUSPENSION/REACTIVATION/REVOCATION REFUSEES SANS MANDAT ;
001788*    CHANGEMENT DE COMPTE REFUSE SANS MANDAT OU SUR MANDAT
001792*    REVOQUE. LA REFERENCE D'UNE POSE OU D'UN CHANGEMENT DE
001796*    COMPTE DOIT ETRE RENSEIGNEE ET BIEN FORMEE (HZIB0001).
001800*****************************************************************
001810 3000-TRAITER-MOUVEMENT.
001820     MOVE SPACES TO W-MOTIF-REJET.
001880        PERFORM 3500-REJETER THRU 3500-EXIT
001890        GO TO 3000-EDITION
001900     END-IF.
001905     MOVE MT-COADHF TO W-CHERCHE-COADHF.
001910     PERFORM 3100-CHERCHER-MANDAT THRU 3100-EXIT.
001911     MOVE 'O' TO W-IB-RESULTAT.
001912     IF (MT-ACTION-POSE OR MT-ACTION-COMPTE)
001913        AND MT-REF-COMPTE NOT = SPACES
001914        MOVE MT-REF-COMPTE TO W-IB-REF-COMPTE
001915        CALL W-IB-PROGRAMME USING W-IB-PARMS
001916     END-IF.
001920     EVALUATE TRUE
001930        WHEN MT-ACTION-POSE AND MANDAT-TROUVE
001940           AND W-MD-STATUT (W-IDX-MD) NOT = 'R'
001950           MOVE 'MANDAT DEJA EN PLACE' TO W-MOTIF-REJET
001960           PERFORM 3500-REJETER THRU 3500-EXIT
001966        WHEN (MT-ACTION-POSE OR MT-ACTION-COMPTE)
001972           AND MT-REF-COMPTE = SPACES
001980           MOVE 'REFERENCE DE COMPTE NON RENSEIGNEE'
001982              TO W-MOTIF-REJET
001984           PERFORM 3500-REJETER THRU 3500-EXIT
001986        WHEN NOT REF-COMPTE-VALIDE
001988           MOVE 'REFERENCE DE COMPTE MAL FORMEE OU CLE FAUSSE'
001990              TO W-MOTIF-REJET
002000           PERFORM 3500-REJETER THRU 3500-EXIT
002010        WHEN MT-ACTION-POSE AND MANDAT-TROUVE
002090        WHEN NOT MANDAT-TROUVE
002100           MOVE 'AUCUN MANDAT POUR CET ADHERENT'
002110              TO W-MOTIF-REJET
002111           PERFORM 3500-REJETER THRU 3500-EXIT
002112        WHEN MT-ACTION-COMPTE AND W-MD-STATUT (W-IDX-MD) = 'R'
002113           MOVE 'MANDAT REVOQUE - POSE NECESSAIRE'
002114              TO W-MOTIF-REJET
002115           PERFORM 3500-REJETER THRU 3500-EXIT
002116        WHEN MT-ACTION-COMPTE
002117           MOVE MT-REF-COMPTE TO W-MD-REF-COMPTE (W-IDX-MD)
002118           IF MT-DATE-MANDAT NOT = ZERO
002119              MOVE MT-DATE-MANDAT TO W-MD-DATE (W-IDX-MD)
002120           END-IF
002121           MOVE ZERO TO W-MD-NB-ECHECS (W-IDX-MD)
002122           ADD 1 TO W-NB-APPLIQUES
002130        WHEN MT-ACTION-SUSPENS
002140           MOVE 'S' TO W-MD-STATUT (W-IDX-MD)
002150           ADD 1 TO W-NB-APPLIQUES
002410           CONTINUE
002420        WHEN W-IDX-MD > W-NB-MANDATS
002430           CONTINUE
002440        WHEN W-MD-COADHF (W-IDX-MD) = W-CHERCHE-COADHF
002450           MOVE 'O' TO W-MANDAT-TROUVE-SW
002460     END-SEARCH.
002470 3100-EXIT.
002550        MOVE 'A' TO W-MD-STATUT (W-NB-MANDATS)
002560        MOVE ZERO TO W-MD-NB-ECHECS (W-NB-MANDATS)
002570        ADD 1 TO W-NB-APPLIQUES
002571     ELSE
002572        MOVE 'TABLE DES MANDATS PLEINE (2000)' TO W-MOTIF-REJET
002573        PERFORM 3500-REJETER THRU 3500-EXIT
002574     END-IF.
002575 3200-EXIT.
002576     EXIT.
002577 3500-REJETER.
002578     MOVE 'REJETE' TO W-DISPOSITION.
002579     ADD 1 TO W-NB-REJETES.
002580 3500-EXIT.
002581     EXIT.
002582*****************************************************************
002583*    4000-REPORTER-ENLIGNE - CHANGEMENTS SAISIS EN LIGNE PAR
002584*    HZMA0001 : LES REGLES ONT ETE APPLIQUEES A LA SAISIE, L'IMAGE
002585*    APRES REMPLACE LE MANDAT DE LA TABLE (OU S'Y AJOUTE POUR UNE
002586*    PREMIERE POSE). SANS MDENLIG, AUCUN CHANGEMENT EN LIGNE.
002587*    LES LIGNES DEJA REPORTEES (HORODATE NON POSTERIEURE AU POINT
002588*    MDPOINT) SONT PASSEES ; SANS MDPOINT, TOUT MDENLIG EST
002589*    REPORTE (L'IMAGE APRES REDONNE LE MEME MANDAT).
002590*****************************************************************
002591 4000-REPORTER-ENLIGNE.
002592     ACCEPT W-DATE-PASSAGE FROM DATE YYYYMMDD.
002593     OPEN INPUT MD-POINT.
002594     IF MD-POINT-OK
002595        READ MD-POINT
002596           AT END CONTINUE
002597           NOT AT END MOVE MP-HORODATE TO W-POINT-HORODATE
002598        END-READ
002599        CLOSE MD-POINT
002600     ELSE
002601        DISPLAY 'HZMD0001 - MDPOINT INDISPONIBLE, MDENLIG '
002602            'REPORTE EN TOTALITE - STATUT ' W-MD-POINT-STATUS
002603     END-IF.
002604     MOVE W-POINT-HORODATE TO W-HORODATE-REPORT.
002605     OPEN INPUT MD-ENLIGNE.
002606     IF NOT MD-ENLIGNE-OK
002607        DISPLAY 'HZMD0001 - MDENLIG INDISPONIBLE, AUCUN '
002608            'CHANGEMENT EN LIGNE REPORTE - STATUT '
002609            W-MD-ENLIGNE-STATUS
002610        GO TO 4000-EXIT
002611     END-IF.
002612     MOVE 'O' TO W-ENLIGNE-LU-SW.
002613     PERFORM 4100-REPORTER-CHANGEMENT THRU 4100-EXIT
002614        UNTIL FIN-ENLIGNE.
002615     CLOSE MD-ENLIGNE.
002616 4000-EXIT.
002617     EXIT.
002618 4100-REPORTER-CHANGEMENT.
002619     READ MD-ENLIGNE
002620        AT END
002621           MOVE 'O' TO W-FIN-ENLIGNE
002622           GO TO 4100-EXIT
002623     END-READ.
002624     IF ML-HORODATE NOT > W-POINT-HORODATE
002625        ADD 1 TO W-NB-ENLIGNE-DEJA
002626        GO TO 4100-EXIT
002627     END-IF.
002628     MOVE 'REPORTE' TO W-DISPOSITION.
002629     MOVE ML-COADHF TO W-CHERCHE-COADHF.
002630     PERFORM 3100-CHERCHER-MANDAT THRU 3100-EXIT.
002631     IF MANDAT-TROUVE
002632        MOVE ML-AP-REF-COMPTE TO W-MD-REF-COMPTE (W-IDX-MD)
002633        MOVE ML-AP-DATE-MANDAT TO W-MD-DATE (W-IDX-MD)
002634        MOVE ML-AP-STATUT TO W-MD-STATUT (W-IDX-MD)
002635        MOVE ML-AP-NB-ECHECS TO W-MD-NB-ECHECS (W-IDX-MD)
002636        ADD 1 TO W-NB-ENLIGNE
002637        GO TO 4100-EDITION
002638     END-IF.
002639     IF W-NB-MANDATS < 2000
002640        ADD 1 TO W-NB-MANDATS
002641        MOVE ML-COADHF TO W-MD-COADHF (W-NB-MANDATS)
002642        MOVE ML-AP-REF-COMPTE TO W-MD-REF-COMPTE (W-NB-MANDATS)
002643        MOVE ML-AP-DATE-MANDAT TO W-MD-DATE (W-NB-MANDATS)
002644        MOVE ML-AP-STATUT TO W-MD-STATUT (W-NB-MANDATS)
002645        MOVE ML-AP-NB-ECHECS TO W-MD-NB-ECHECS (W-NB-MANDATS)
002646        ADD 1 TO W-NB-ENLIGNE
002647     ELSE
002648        DISPLAY 'HZMD0001 - TABLE DES MANDATS PLEINE (2000) - '
002649            'CHANGEMENT EN LIGNE IGNORE : ' ML-COADHF
002650        MOVE 'IGNORE' TO W-DISPOSITION
002651        MOVE 'O' TO W-POINT-BLOQUE-SW
002652        MOVE 8 TO RETURN-CODE
002653     END-IF.
002654 4100-EDITION.
002655     IF NOT POINT-BLOQUE
002656        MOVE ML-HORODATE TO W-HORODATE-REPORT
002657     END-IF.
002658     MOVE SPACES TO W-LIGNE-TRAVAIL.
002659     STRING ML-ACTION DELIMITED BY SIZE
002660         ' ' DELIMITED BY SIZE
002661         ML-COADHF DELIMITED BY SIZE
002662         ' ' DELIMITED BY SIZE
002663         W-DISPOSITION DELIMITED BY SIZE
002664         ' EN LIGNE PAR ' DELIMITED BY SIZE
002665         ML-USER-ID DELIMITED BY SIZE
002666         ' LE ' DELIMITED BY SIZE
002667         ML-HORODATE DELIMITED BY SIZE
002668         INTO W-LIGNE-TRAVAIL
002669     END-STRING.
002670     MOVE W-LIGNE-TRAVAIL TO MD-RPRT-LIGNE.
002671     WRITE MD-RPRT-LIGNE.
002672 4100-EXIT.
002680     EXIT.
002690 6000-EDITER-MOUVEMENT.
002700     MOVE SPACES TO W-LIGNE-TRAVAIL.
002970     MOVE W-MD-NB-ECHECS (W-IDX-EDIT) TO MD-NB-ECHECS.
002980     MOVE MANDATS-LIGNE TO MANDATS-NV-LIGNE.
002990     WRITE MANDATS-NV-LIGNE.
002991 7100-EXIT.
002992     EXIT.
002993*****************************************************************
002994*    7500-REECRIRE-POINT - MDPOINT EST REECRIT APRES LA RECOPIE
002995*    DE LA TABLE SUR MANDATS-NV, AVEC L'HORODATE DE LA DERNIERE
002996*    LIGNE MDENLIG REPORTEE. SANS MDENLIG LU, LE POINT EN PLACE
002997*    EST CONSERVE.
002998*****************************************************************
002999 7500-REECRIRE-POINT.
003000     IF NOT ENLIGNE-LU
003001        GO TO 7500-EXIT
003002     END-IF.
003003     OPEN OUTPUT MD-POINT.
003004     MOVE SPACES TO MD-POINT-ENREG.
003005     MOVE W-HORODATE-REPORT TO MP-HORODATE.
003006     MOVE W-DATE-PASSAGE TO MP-DATE-PASSAGE.
003007     MOVE W-NB-ENLIGNE TO MP-NB-REPORTES.
003008     WRITE MD-POINT-ENREG.
003009     CLOSE MD-POINT.
003010 7500-EXIT.
003011     EXIT.
003020 8000-TERMINE.
003030     IF MD-TRANS-OK OR MD-TRANS-FIN
003040        CLOSE MD-TRANS
003080     DISPLAY 'HZMD0001 - MOUVEMENTS APPLIQUES : ' W-NB-EDIT.
003090     MOVE W-NB-REJETES TO W-NB-EDIT.
003100     DISPLAY 'HZMD0001 - MOUVEMENTS REJETES   : ' W-NB-EDIT.
003102     MOVE W-NB-ENLIGNE TO W-NB-EDIT.
003104     DISPLAY 'HZMD0001 - CHANGEMENTS EN LIGNE : ' W-NB-EDIT.
003106     MOVE W-NB-ENLIGNE-DEJA TO W-NB-EDIT.
003108     DISPLAY 'HZMD0001 - DEJA REPORTES        : ' W-NB-EDIT.
003110 8000-EXIT.
003120     EXIT.
