000180     AUX RECYCLAGES ET REGULARISATIONS) POUR ETRE FUSIONNES DANS
000190     LE TRAITEMENT DE LA NUIT. LES REJETS PARTENT SUR PI-REJ ET
000200     LE RAPPORT PI-RPRT DONNE LE BILAN PAR PARTENAIRE (PI-PARM).
000201     AVANT VERSEMENT, L'ADHERENT DE L'EVENEMENT (NOM ET ADRESSE
000202     LUS DANS ADH-MAST PAR LE CHEMIN COADHF) EST FILTRE CONTRE LA
000203     LISTE DES SANCTIONS PAR HZSC0001 : UNE CORRESPONDANCE EST
000204     RETENUE EN FILE DE CONFORMITE SANC-ATT. ADH-MAST OU LISTE
000205     INDISPONIBLE = EVENEMENTS VERSES SANS FILTRAGE, CODE 4.
000210*****************************************************************
000220*    HISTORIQUE DES MODIFICATIONS
000230*    --------------------------------------------------------
000240*    DATE       AUTEUR  DESCRIPTION
000250*    --------   ------  -------------------------------------
000260*    02/09/2026 EBA     CREATION.
000261*    15/10/2026 EBA     FILTRAGE SANCTIONS DES ADHERENTS DES
000262*                       EVENEMENTS ACCEPTES PAR HZSC0001 (IDENTITE
000263*                       LUE DANS ADH-MAST) : UNE CORRESPONDANCE
000264*                       N'EST PAS VERSEE SUR EVT-ACC MAIS EN FILE
000265*                       DE CONFORMITE SANC-ATT.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000420     SELECT KONSTAB ASSIGN TO KONSTAB
000430         ORGANIZATION SEQUENTIAL
000440         FILE STATUS W-KONSTAB-STATUS.
000441     SELECT ADH-MAST ASSIGN TO ADHMAST
000442         ORGANIZATION INDEXED
000443         ACCESS MODE DYNAMIC
000444         RECORD KEY AF-CLE
000445         ALTERNATE RECORD KEY AF-COADHF WITH DUPLICATES
000446         FILE STATUS W-ADH-MAST-STATUS.
000450     SELECT EVT-ACC ASSIGN TO EVTACC
000460         ORGANIZATION SEQUENTIAL
000470         FILE STATUS W-EVT-ACC-STATUS.
000700 01  KONSTAB-LIGNE.
000710     05  KONSTAB-RUBRIQUE        PIC X(20).
000720     05  KONSTAB-VALEUR          PIC X(60).
000721*****************************************************************
000722*    ADH-MAST - MAITRE ADHERENT, LU PAR LE CHEMIN COADHF POUR
000723*    L'IDENTITE A FILTRER.
000724*****************************************************************
000725 FD  ADH-MAST
000726     LABEL RECORD STANDARD
000727     DATA RECORD ADH-MAST-ENREG.
000728 COPY ADHMSTC.
000730 FD  EVT-ACC
000740     LABEL RECORD STANDARD
000750     DATA RECORD EVT-ACC-ENREG.
000950 01  W-KONSTAB-STATUS            PIC XX.
000960     88  KONSTAB-OK              VALUE '00'.
000970     88  KONSTAB-FIN             VALUE '10'.
000972 01  W-ADH-MAST-STATUS           PIC XX.
000974     88  ADH-MAST-OK             VALUE '00'.
000976 01  W-ADH-MAST-SW               PIC X VALUE 'N'.
000978     88  ADH-MAST-OUVERT         VALUE 'O'.
000980 01  W-EVT-ACC-STATUS            PIC XX.
000990 01  W-PI-REJ-STATUS             PIC XX.
001000 01  W-PI-RPRT-STATUS            PIC XX.
001430 01  W-CD-PARMS.
001440     05  W-CD-COADHF             PIC X(09).
001450     05  W-CD-RESULTAT           PIC X(01).
001451         88  COADHF-VALIDE       VALUE 'O'.
001452 01  W-CD-PROGRAMME              PIC X(08) VALUE 'HZCD0001'.
001453*****************************************************************
001454*    ZONE D'ECHANGE AVEC HZSC0001 (FILTRAGE SANCTIONS), MEME
001455*    DECOUPE QUE SC-PARMS. LE DERNIER ADHERENT FILTRE EST GARDE :
001456*    SES EVENEMENTS SUIVANTS REPRENNENT LE MEME RESULTAT.
001457*****************************************************************
001458 01  W-SC-PARMS.
001459     05  W-SC-FONCTION           PIC X(01).
001460     05  W-SC-ORIGINE            PIC X(08) VALUE 'HZPI0001'.
001461     05  W-SC-COADHF             PIC X(09).
001462     05  W-SC-NOM                PIC X(30).
001463     05  W-SC-ADRESSE            PIC X(30).
001464     05  W-SC-CODE-POSTAL        PIC X(05).
001465     05  W-SC-VILLE              PIC X(20).
001466     05  W-SC-IMAGE              PIC X(200).
001467     05  W-SC-RESULTAT           PIC X(01).
001468         88  SANCTION-CORRESPONDANCE VALUE 'O'.
001469         88  SANCTION-LISTE-ABSENTE VALUE 'I'.
001470     05  W-SC-REFERENCE          PIC X(12).
001471     05  W-SC-SCORE              PIC 9(03).
001472     05  W-SC-VERSION            PIC X(10).
001473 01  W-SC-PROGRAMME              PIC X(08) VALUE 'HZSC0001'.
001474 01  W-SANCTIONS-SW              PIC X VALUE 'N'.
001475     88  SANCTIONS-APPELEES      VALUE 'O'.
001476 01  W-LISTE-SW                  PIC X VALUE 'O'.
001477     88  LISTE-SANCTIONS-ABSENTE VALUE 'N'.
001478 01  W-COADHF-FILTRE             PIC X(09) VALUE LOW-VALUES.
001480 01  W-MOTIF-REJET               PIC X(40) VALUE SPACES.
001490 01  W-HORODATE-TRAVAIL.
001500     05  W-HORO-DATE             PIC 9(06).
001600     88  PIED-VU                 VALUE 'O'.
001610 01  W-NB-ACCEPTES               PIC 9(07) COMP VALUE ZERO.
001620 01  W-NB-REJETES                PIC 9(07) COMP VALUE ZERO.
001625 01  W-NB-RETENUS                PIC 9(07) COMP VALUE ZERO.
001630 01  W-NB-EDIT                   PIC Z(06)9.
001640 01  W-LIGNE-TRAVAIL             PIC X(132).
001650 PROCEDURE DIVISION.
001900            W-PART-IN-STATUS
001910        MOVE 'O' TO W-FIN-PART
001920        MOVE 8 TO RETURN-CODE
001921        GO TO 1000-EXIT
001922     END-IF.
001923     OPEN INPUT ADH-MAST.
001924     IF ADH-MAST-OK
001925        MOVE 'O' TO W-ADH-MAST-SW
001926     ELSE
001927        DISPLAY 'HZPI0001 - ADH-MAST INDISPONIBLE, EVENEMENTS '
001928            'NON FILTRES (SANCTIONS) - STATUT ' W-ADH-MAST-STATUS
001929        MOVE 4 TO RETURN-CODE
001930     END-IF.
001940 1000-EXIT.
001950     EXIT.
002880        PERFORM 3500-REJETER THRU 3500-EXIT
002890        GO TO 3100-EXIT
002900     END-IF.
002901     IF ADH-MAST-OUVERT
002902        PERFORM 3300-FILTRER-SANCTIONS THRU 3300-EXIT
002903        IF SANCTION-CORRESPONDANCE
002904           ADD 1 TO W-NB-RETENUS
002905           GO TO 3100-EXIT
002906        END-IF
002907     END-IF.
002910     MOVE SA02-DETAIL TO EVT-ACC-ENREG.
002920     WRITE EVT-ACC-ENREG.
002930     ADD 1 TO W-NB-ACCEPTES.
003080     END-IF.
003090     IF NOT DOUBLON-TROUVE AND W-NB-CLES-VUES < 10000
003100        ADD 1 TO W-NB-CLES-VUES
003101        MOVE W-CLE-COURANTE TO W-CV-CLE (W-NB-CLES-VUES)
003102     END-IF.
003103 3200-EXIT.
003104     EXIT.
003105*****************************************************************
003106*    3300-FILTRER-SANCTIONS - IDENTITE DE L'ADHERENT (PREMIERE
003107*    ENTREE ADH-MAST DU COADHF) CONTRE LA LISTE DES SANCTIONS.
003108*    CORRESPONDANCE : L'EVENEMENT EST VERSE EN FILE DE CONFORMITE
003109*    PAR HZSC0001. LES EVENEMENTS SUIVANTS DU MEME ADHERENT
003110*    REPRENNENT SON IDENTITE ET PARTENT AUSSI EN FILE (UNE TRACE
003111*    SANC-LOG PAR EVENEMENT). ADHERENT ABSENT DU MAITRE : FILTRE
003112*    SANS NOM, TRACE SANS CORRESPONDANCE.
003113*****************************************************************
003114 3300-FILTRER-SANCTIONS.
003115     MOVE 'O' TO W-SANCTIONS-SW.
003116     MOVE 'C' TO W-SC-FONCTION.
003117     MOVE SA02-DETAIL TO W-SC-IMAGE.
003118     IF SA02-COADHF NOT = W-COADHF-FILTRE
003119        MOVE SA02-COADHF TO W-COADHF-FILTRE
003120        MOVE SA02-COADHF TO W-SC-COADHF
003121        MOVE SPACES TO W-SC-NOM W-SC-ADRESSE W-SC-CODE-POSTAL
003122           W-SC-VILLE
003123        MOVE SA02-COADHF TO AF-COADHF
003124        READ ADH-MAST KEY IS AF-COADHF
003125           INVALID KEY
003126              CONTINUE
003127           NOT INVALID KEY
003128              MOVE AF-NOM TO W-SC-NOM
003129              MOVE AF-ADRESSE TO W-SC-ADRESSE
003130              MOVE AF-CODE-POSTAL TO W-SC-CODE-POSTAL
003131              MOVE AF-VILLE TO W-SC-VILLE
003132        END-READ
003133     END-IF.
003134     CALL W-SC-PROGRAMME USING W-SC-PARMS.
003135     IF SANCTION-LISTE-ABSENTE
003136        MOVE 'N' TO W-LISTE-SW
003137     END-IF.
003138 3300-EXIT.
003140     EXIT.
003150 3500-REJETER.
003160     ADD 1 TO W-NB-REJETES.
003670         INTO W-LIGNE-TRAVAIL
003680     END-STRING.
003690     MOVE W-LIGNE-TRAVAIL TO PI-RPRT-LIGNE.
003691     WRITE PI-RPRT-LIGNE.
003692     MOVE W-NB-RETENUS TO W-NB-EDIT.
003693     MOVE SPACES TO W-LIGNE-TRAVAIL.
003694     STRING 'EVENEMENTS RETENUS  : ' DELIMITED BY SIZE
003695         W-NB-EDIT DELIMITED BY SIZE
003696         ' (LISTE DE SANCTIONS, FILE DE CONFORMITE)'
003697            DELIMITED BY SIZE
003698         INTO W-LIGNE-TRAVAIL
003699     END-STRING.
003700     MOVE W-LIGNE-TRAVAIL TO PI-RPRT-LIGNE.
003701     WRITE PI-RPRT-LIGNE.
003710 7500-EXIT.
003720     EXIT.
003730 8000-TERMINE.
003740     IF PART-IN-OK OR PART-IN-FIN
003750        CLOSE PART-IN
003760     END-IF.
003761     CLOSE EVT-ACC PI-REJ PI-RPRT.
003762     IF ADH-MAST-OUVERT
003763        CLOSE ADH-MAST
003764     END-IF.
003765     IF SANCTIONS-APPELEES
003766        MOVE 'F' TO W-SC-FONCTION
003767        CALL W-SC-PROGRAMME USING W-SC-PARMS
003768     END-IF.
003769     IF LISTE-SANCTIONS-ABSENTE AND RETURN-CODE < 4
003770        DISPLAY 'HZPI0001 - LISTE DES SANCTIONS INDISPONIBLE, '
003771            'EVENEMENTS NON FILTRES'
003772        MOVE 4 TO RETURN-CODE
003773     END-IF.
003780     MOVE W-NB-ACCEPTES TO W-NB-EDIT.
003790     DISPLAY 'HZPI0001 - EVENEMENTS ACCEPTES : ' W-NB-EDIT.
003800     MOVE W-NB-REJETES TO W-NB-EDIT.
003810     DISPLAY 'HZPI0001 - EVENEMENTS REJETES  : ' W-NB-EDIT.
003813     MOVE W-NB-RETENUS TO W-NB-EDIT.
003816     DISPLAY 'HZPI0001 - EVENEMENTS RETENUS  : ' W-NB-EDIT.
003820 8000-EXIT.
003830     EXIT.
