000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HZSC0001.
000030 AUTHOR. EQUIPE BATCH ADHESIONS.
000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070 REMARKS. FILTRAGE D'UN ADHERENT CONTRE LA LISTE DES PERSONNES
000080     SOUS SANCTIONS, COMMUN AUX INTAKES (HORROR 8310 POUR
000090     ADH-NOUV, HZAD0001 POUR LES CREATIONS ADH-DELTA, HZPI0001
000100     POUR LES EVENEMENTS PARTENAIRE) ET AU REFILTRAGE COMPLET
000110     DE ADH-REF PAR HZSL0001 A CHAQUE NOUVELLE VERSION DE LA
000120     LISTE. LA LISTE SANC-TAB (DESSIN SANCTBC) EST CHARGEE AU
000130     PREMIER APPEL ET CONSERVEE ENTRE LES APPELS, COMME LE
000140     CALENDRIER DE HZJO0001. LE NOM EST CODE PAR HZPH0001 AVEC
000150     LES CHAINES CPT-TAB DU CHARGEMENT DE LA LISTE : UNE
000160     VARIANTE D'ORTHOGRAPHE OU D'ACCENT EST DONC RETROUVEE.
000170     MEME CODE PHONETIQUE = CORRESPONDANCE (SCORE 60), NOM
000180     IDENTIQUE APRES TRADUCTION (+20), ADRESSE, CODE POSTAL OU
000190     VILLE IDENTIQUE (+20) ; LA MEILLEURE ENTREE EST RENDUE.
000200     TOUT FILTRAGE EST TRACE DANS SANC-LOG (PIECE JUSTIFICATIVE
000210     POUR LE REGULATEUR, VERSION DE LA LISTE COMPRISE) ET TOUTE
000220     CORRESPONDANCE EST VERSEE, AVEC L'IMAGE DU DOSSIER, DANS
000230     LA FILE DE CONFORMITE SANC-ATT. LISTE ABSENTE OU VIDE :
000240     RESULTAT 'I', L'APPELANT POURSUIT EN AVERTISSEMENT.
000250     L'APPEL DE FERMETURE ('F') FERME SANC-LOG ET SANC-ATT.
000260*****************************************************************
000270*    HISTORIQUE DES MODIFICATIONS
000280*    --------------------------------------------------------
000290*    DATE       AUTEUR  DESCRIPTION
000300*    --------   ------  -------------------------------------
000310*    15/10/2026 EBA     CREATION.
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT SANC-TAB ASSIGN TO SANCTAB
000400         ORGANIZATION SEQUENTIAL
000410         FILE STATUS W-SANC-TAB-STATUS.
000420     SELECT SANC-LOG ASSIGN TO SANCLOG
000430         ORGANIZATION SEQUENTIAL
000440         FILE STATUS W-SANC-LOG-STATUS.
000450     SELECT SANC-ATT ASSIGN TO SANCATT
000460         ORGANIZATION SEQUENTIAL
000470         FILE STATUS W-SANC-ATT-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  SANC-TAB
000510     LABEL RECORD STANDARD
000520     DATA RECORD SANC-TAB-ENREG.
000530 COPY SANCTBC.
000540*****************************************************************
000550*    SANC-LOG - JOURNAL DES FILTRAGES, EN AJOUT : UNE LIGNE PAR
000560*    APPEL, CORRESPONDANCE OU NON ('O' CORRESPONDANCE, 'N'
000570*    AUCUNE, 'I' LISTE INDISPONIBLE).
000580*****************************************************************
000590 FD  SANC-LOG
000600     LABEL RECORD STANDARD
000610     DATA RECORD SANC-LOG-LIGNE.
000620 01  SANC-LOG-LIGNE.
000630     05  SL-HORODATE             PIC X(15).
000640     05  SL-ORIGINE              PIC X(08).
000650     05  SL-COADHF               PIC X(09).
000660     05  SL-NOM                  PIC X(30).
000670     05  SL-RESULTAT             PIC X(01).
000680     05  SL-REFERENCE            PIC X(12).
000690     05  SL-SCORE                PIC 9(03).
000700     05  SL-VERSION              PIC X(10).
000710*****************************************************************
000720*    SANC-ATT - FILE DE CONFORMITE, EN AJOUT : LES DOSSIERS
000730*    RETENUS, AVEC L'ENTREE DE LA LISTE ET L'IMAGE DU DOSSIER
000740*    TEL QUE PRESENTE PAR L'INTAKE (A REPRENDRE APRES LEVEE DU
000750*    DOUTE PAR LE SERVICE CONFORMITE).
000760*****************************************************************
000770 FD  SANC-ATT
000780     LABEL RECORD STANDARD
000790     DATA RECORD SANC-ATT-LIGNE.
000800 01  SANC-ATT-LIGNE.
000810     05  QC-HORODATE             PIC X(15).
000820     05  QC-ORIGINE              PIC X(08).
000830     05  QC-COADHF               PIC X(09).
000840     05  QC-NOM                  PIC X(30).
000850     05  QC-REFERENCE            PIC X(12).
000860     05  QC-NOM-LISTE            PIC X(30).
000870     05  QC-SCORE                PIC 9(03).
000880     05  QC-VERSION              PIC X(10).
000890     05  QC-IMAGE                PIC X(200).
000900 WORKING-STORAGE SECTION.
000910 01  W-SANC-TAB-STATUS           PIC XX.
000920     88  SANC-TAB-OK             VALUE '00'.
000930 01  W-SANC-LOG-STATUS           PIC XX.
000940 01  W-SANC-ATT-STATUS           PIC XX.
000950 01  W-LISTE-CHARGEE             PIC X VALUE 'N'.
000960     88  LISTE-CHARGEE           VALUE 'O'.
000970 01  W-JOURNAUX-OUVERTS          PIC X VALUE 'N'.
000980     88  JOURNAUX-OUVERTS        VALUE 'O'.
000990 01  W-FIN-LISTE                 PIC X VALUE 'N'.
001000     88  FIN-LISTE               VALUE 'O'.
001010 01  W-VERSION-LISTE             PIC X(10) VALUE SPACES.
001020 01  W-NB-SANCTIONS              PIC 9(05) COMP VALUE ZERO.
001030 01  W-TAB-SANCTIONS.
001040     05  W-SN-ENTREE OCCURS 5000 TIMES
001050             INDEXED BY W-IDX-SN.
001060         10  W-SN-PHONETIQUE     PIC X(12).
001070         10  W-SN-REFERENCE      PIC X(12).
001080         10  W-SN-NOM            PIC X(30).
001090         10  W-SN-NOM-NORM       PIC X(30).
001100         10  W-SN-ADRESSE-NORM   PIC X(30).
001110         10  W-SN-CODE-POSTAL    PIC X(05).
001120         10  W-SN-VILLE-NORM     PIC X(20).
001130*****************************************************************
001140*    APPEL DU CODAGE PHONETIQUE (MEME ZONE QUE PH-PARMS) ; LES
001150*    CHAINES CPT-TAB VIENNENT DE L'ENTETE DE SANC-TAB.
001160*****************************************************************
001170 01  W-PH-PROGRAMME              PIC X(08) VALUE 'HZPH0001'.
001180 01  W-PH-PARMS.
001190     05  W-PH-NOM                PIC X(30).
001200     05  W-PH-CPT-SOURCE         PIC X(94).
001210     05  W-PH-CPT-CIBLE          PIC X(94).
001220     05  W-PH-CODE               PIC X(12).
001230 01  W-MINUSCULES                PIC X(26) VALUE
001240     'abcdefghijklmnopqrstuvwxyz'.
001250 01  W-MAJUSCULES                PIC X(26) VALUE
001260     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001270*****************************************************************
001280*    DOSSIER FILTRE, TRADUIT ET EN MAJUSCULES.
001290*****************************************************************
001300 01  W-NOM-NORM                  PIC X(30) VALUE SPACES.
001310 01  W-ADRESSE-NORM              PIC X(30) VALUE SPACES.
001320 01  W-VILLE-NORM                PIC X(20) VALUE SPACES.
001330 01  W-SCORE-COURANT             PIC 9(03) VALUE ZERO.
001340 01  W-MEILLEUR-SCORE            PIC 9(03) VALUE ZERO.
001350 01  W-MEILLEURE-ENTREE          PIC 9(05) COMP VALUE ZERO.
001360 01  W-HORODATE-TRAVAIL.
001370     05  W-HORO-DATE             PIC 9(06).
001380     05  W-HORO-HEURE            PIC 9(08).
001390*****************************************************************
001400*    COMPTEURS DU PASSAGE, AFFICHES A LA FERMETURE.
001410*****************************************************************
001420 01  W-NB-FILTRES                PIC 9(07) COMP VALUE ZERO.
001430 01  W-NB-CORRESPONDANCES        PIC 9(07) COMP VALUE ZERO.
001440 01  W-NB-EDIT                   PIC Z(06)9.
001450 LINKAGE SECTION.
001460*****************************************************************
001470*    ZONE D'ECHANGE : FONCTION ('C' FILTRAGE, 'F' FERMETURE DES
001480*    JOURNAUX EN FIN DE PASSAGE), ORIGINE DE LA DEMANDE (NOM DE
001490*    L'INTAKE), DOSSIER A FILTRER ET SON IMAGE POUR LA FILE DE
001500*    CONFORMITE ; EN RETOUR LE RESULTAT ('O' CORRESPONDANCE,
001510*    'N' AUCUNE, 'I' LISTE INDISPONIBLE), LA REFERENCE DE LA
001520*    MEILLEURE ENTREE, SON SCORE ET LA VERSION DE LA LISTE.
001530*****************************************************************
001540 01  SC-PARMS.
001550     05  SC-FONCTION             PIC X(01).
001560         88  SC-FONCTION-FILTRAGE VALUE 'C'.
001570         88  SC-FONCTION-FERMETURE VALUE 'F'.
001580     05  SC-ORIGINE              PIC X(08).
001590     05  SC-COADHF               PIC X(09).
001600     05  SC-NOM                  PIC X(30).
001610     05  SC-ADRESSE              PIC X(30).
001620     05  SC-CODE-POSTAL          PIC X(05).
001630     05  SC-VILLE                PIC X(20).
001640     05  SC-IMAGE                PIC X(200).
001650     05  SC-RESULTAT             PIC X(01).
001660         88  SC-CORRESPONDANCE   VALUE 'O'.
001670         88  SC-AUCUNE           VALUE 'N'.
001680         88  SC-LISTE-ABSENTE    VALUE 'I'.
001690     05  SC-REFERENCE            PIC X(12).
001700     05  SC-SCORE                PIC 9(03).
001710     05  SC-VERSION              PIC X(10).
001720 PROCEDURE DIVISION USING SC-PARMS.
001730 0000-MAINLINE.
001740     IF SC-FONCTION-FERMETURE
001750        PERFORM 9000-FERMER THRU 9000-EXIT
001760        GO TO 0000-RETOUR
001770     END-IF.
001780     IF NOT LISTE-CHARGEE
001790        PERFORM 1000-CHARGER-LISTE THRU 1000-EXIT
001800     END-IF.
001810     IF NOT JOURNAUX-OUVERTS
001820        PERFORM 1500-OUVRIR-JOURNAUX THRU 1500-EXIT
001830     END-IF.
001840     MOVE 'N' TO SC-RESULTAT.
001850     MOVE SPACES TO SC-REFERENCE.
001860     MOVE ZERO TO SC-SCORE.
001870     MOVE W-VERSION-LISTE TO SC-VERSION.
001880     ADD 1 TO W-NB-FILTRES.
001890     IF W-NB-SANCTIONS = ZERO
001900        MOVE 'I' TO SC-RESULTAT
001910        GO TO 0000-TRACER
001920     END-IF.
001930     PERFORM 2000-FILTRER THRU 2000-EXIT.
001940 0000-TRACER.
001950     PERFORM 5000-TRACER-FILTRAGE THRU 5000-EXIT.
001960     IF SC-CORRESPONDANCE
001970        ADD 1 TO W-NB-CORRESPONDANCES
001980        PERFORM 6000-VERSER-EN-FILE THRU 6000-EXIT
001990     END-IF.
002000 0000-RETOUR.
002010     GOBACK.
002020*****************************************************************
002030*    1000-CHARGER-LISTE - CHARGE SANC-TAB UNE FOIS POUR TOUTE LA
002040*    DUREE DE VIE DU MODULE. ENTETE (CLE LOW-VALUES) : VERSION
002050*    ET CHAINES CPT-TAB. LISTE ABSENTE OU VIDE : TOUS LES
002060*    FILTRAGES RENDENT 'I' (SIGNALE UNE FOIS).
002070*****************************************************************
002080 1000-CHARGER-LISTE.
002090     MOVE 'O' TO W-LISTE-CHARGEE.
002100     MOVE SPACES TO W-PH-CPT-SOURCE W-PH-CPT-CIBLE.
002110     OPEN INPUT SANC-TAB.
002120     IF NOT SANC-TAB-OK
002130        DISPLAY 'HZSC0001 - SANC-TAB INDISPONIBLE, FILTRAGE '
002140            'SANCTIONS INACTIF - STATUT ' W-SANC-TAB-STATUS
002150        GO TO 1000-EXIT
002160     END-IF.
002170     PERFORM 1100-LIRE-ENTREE THRU 1100-EXIT
002180        UNTIL FIN-LISTE.
002190     CLOSE SANC-TAB.
002200     IF W-NB-SANCTIONS = ZERO
002210        DISPLAY 'HZSC0001 - SANC-TAB SANS ENTREE, FILTRAGE '
002220            'SANCTIONS INACTIF'
002230     END-IF.
002240 1000-EXIT.
002250     EXIT.
002260 1100-LIRE-ENTREE.
002270     READ SANC-TAB
002280        AT END
002290           MOVE 'O' TO W-FIN-LISTE
002300           GO TO 1100-EXIT
002310     END-READ.
002320     IF ST-CLE = LOW-VALUES
002330        MOVE ST-VERSION TO W-VERSION-LISTE
002340        MOVE ST-CPT-SOURCE TO W-PH-CPT-SOURCE
002350        MOVE ST-CPT-CIBLE TO W-PH-CPT-CIBLE
002360        GO TO 1100-EXIT
002370     END-IF.
002380     IF W-NB-SANCTIONS < 5000
002390        ADD 1 TO W-NB-SANCTIONS
002400        MOVE ST-PHONETIQUE TO W-SN-PHONETIQUE (W-NB-SANCTIONS)
002410        MOVE ST-REFERENCE TO W-SN-REFERENCE (W-NB-SANCTIONS)
002420        MOVE ST-NOM TO W-SN-NOM (W-NB-SANCTIONS)
002430        MOVE ST-NOM-NORM TO W-SN-NOM-NORM (W-NB-SANCTIONS)
002440        MOVE ST-ADRESSE-NORM TO
002450           W-SN-ADRESSE-NORM (W-NB-SANCTIONS)
002460        MOVE ST-CODE-POSTAL TO
002470           W-SN-CODE-POSTAL (W-NB-SANCTIONS)
002480        MOVE ST-VILLE-NORM TO W-SN-VILLE-NORM (W-NB-SANCTIONS)
002490     ELSE
002500        DISPLAY 'HZSC0001 - LISTE PLEINE (5000 ENTREES) - '
002510            'ENTREE IGNOREE : ' ST-REFERENCE
002520        MOVE 'O' TO W-FIN-LISTE
002530     END-IF.
002540 1100-EXIT.
002550     EXIT.
002560*****************************************************************
002570*    1500-OUVRIR-JOURNAUX - SANC-LOG ET SANC-ATT SONT TENUS EN
002580*    AJOUT D'UN PASSAGE A L'AUTRE (CREES AU PREMIER PASSAGE).
002590*****************************************************************
002600 1500-OUVRIR-JOURNAUX.
002610     MOVE 'O' TO W-JOURNAUX-OUVERTS.
002620     OPEN EXTEND SANC-LOG.
002630     IF W-SANC-LOG-STATUS = '05'
002640        OPEN OUTPUT SANC-LOG
002650     END-IF.
002660     OPEN EXTEND SANC-ATT.
002670     IF W-SANC-ATT-STATUS = '05'
002680        OPEN OUTPUT SANC-ATT
002690     END-IF.
002700 1500-EXIT.
002710     EXIT.
002720*****************************************************************
002730*    2000-FILTRER - CODE ET FORME NORMALISEE DU DOSSIER, PUIS
002740*    PARCOURS DE LA LISTE : LA MEILLEURE ENTREE DE MEME CODE
002750*    EST RETENUE. UN NOM SANS LETTRE N'EST PAS FILTRABLE.
002760*****************************************************************
002770 2000-FILTRER.
002780     MOVE SC-NOM TO W-PH-NOM.
002790     CALL W-PH-PROGRAMME USING W-PH-PARMS.
002800     IF W-PH-CODE = SPACES
002810        GO TO 2000-EXIT
002820     END-IF.
002830     MOVE SC-NOM TO W-NOM-NORM.
002840     MOVE SC-ADRESSE TO W-ADRESSE-NORM.
002850     MOVE SC-VILLE TO W-VILLE-NORM.
002860     IF W-PH-CPT-SOURCE NOT = SPACES
002870        INSPECT W-NOM-NORM
002880           CONVERTING W-PH-CPT-SOURCE TO W-PH-CPT-CIBLE
002890        INSPECT W-ADRESSE-NORM
002900           CONVERTING W-PH-CPT-SOURCE TO W-PH-CPT-CIBLE
002910        INSPECT W-VILLE-NORM
002920           CONVERTING W-PH-CPT-SOURCE TO W-PH-CPT-CIBLE
002930     END-IF.
002940     INSPECT W-NOM-NORM CONVERTING W-MINUSCULES TO W-MAJUSCULES.
002950     INSPECT W-ADRESSE-NORM
002960        CONVERTING W-MINUSCULES TO W-MAJUSCULES.
002970     INSPECT W-VILLE-NORM
002980        CONVERTING W-MINUSCULES TO W-MAJUSCULES.
002990     MOVE ZERO TO W-MEILLEUR-SCORE W-MEILLEURE-ENTREE.
003000     PERFORM 2100-COMPARER-ENTREE THRU 2100-EXIT
003010        VARYING W-IDX-SN FROM 1 BY 1
003020        UNTIL W-IDX-SN > W-NB-SANCTIONS.
003030     IF W-MEILLEURE-ENTREE > ZERO
003040        MOVE 'O' TO SC-RESULTAT
003050        MOVE W-SN-REFERENCE (W-MEILLEURE-ENTREE) TO SC-REFERENCE
003060        MOVE W-MEILLEUR-SCORE TO SC-SCORE
003070     END-IF.
003080 2000-EXIT.
003090     EXIT.
003100*****************************************************************
003110*    2100-COMPARER-ENTREE - MEME CODE PHONETIQUE : 60 ; NOM
003120*    IDENTIQUE : +20 ; ADRESSE, CODE POSTAL OU VILLE IDENTIQUE
003130*    (RENSEIGNE DES DEUX COTES) : +20.
003140*****************************************************************
003150 2100-COMPARER-ENTREE.
003160     IF W-SN-PHONETIQUE (W-IDX-SN) NOT = W-PH-CODE
003170        GO TO 2100-EXIT
003180     END-IF.
003190     MOVE 60 TO W-SCORE-COURANT.
003200     IF W-SN-NOM-NORM (W-IDX-SN) = W-NOM-NORM
003210        ADD 20 TO W-SCORE-COURANT
003220     END-IF.
003230     IF (W-ADRESSE-NORM NOT = SPACES
003240           AND W-SN-ADRESSE-NORM (W-IDX-SN) = W-ADRESSE-NORM)
003250        OR (SC-CODE-POSTAL NOT = SPACES
003260           AND W-SN-CODE-POSTAL (W-IDX-SN) = SC-CODE-POSTAL)
003270        OR (W-VILLE-NORM NOT = SPACES
003280           AND W-SN-VILLE-NORM (W-IDX-SN) = W-VILLE-NORM)
003290        ADD 20 TO W-SCORE-COURANT
003300     END-IF.
003310     IF W-SCORE-COURANT > W-MEILLEUR-SCORE
003320        MOVE W-SCORE-COURANT TO W-MEILLEUR-SCORE
003330        SET W-MEILLEURE-ENTREE TO W-IDX-SN
003340     END-IF.
003350 2100-EXIT.
003360     EXIT.
003370 5000-TRACER-FILTRAGE.
003380     ACCEPT W-HORO-DATE FROM DATE.
003390     ACCEPT W-HORO-HEURE FROM TIME.
003400     MOVE SPACES TO SANC-LOG-LIGNE.
003410     MOVE W-HORODATE-TRAVAIL TO SL-HORODATE.
003420     MOVE SC-ORIGINE TO SL-ORIGINE.
003430     MOVE SC-COADHF TO SL-COADHF.
003440     MOVE SC-NOM TO SL-NOM.
003450     MOVE SC-RESULTAT TO SL-RESULTAT.
003460     MOVE SC-REFERENCE TO SL-REFERENCE.
003470     MOVE SC-SCORE TO SL-SCORE.
003480     MOVE W-VERSION-LISTE TO SL-VERSION.
003490     WRITE SANC-LOG-LIGNE.
003500 5000-EXIT.
003510     EXIT.
003520 6000-VERSER-EN-FILE.
003530     MOVE SPACES TO SANC-ATT-LIGNE.
003540     MOVE W-HORODATE-TRAVAIL TO QC-HORODATE.
003550     MOVE SC-ORIGINE TO QC-ORIGINE.
003560     MOVE SC-COADHF TO QC-COADHF.
003570     MOVE SC-NOM TO QC-NOM.
003580     MOVE SC-REFERENCE TO QC-REFERENCE.
003590     MOVE W-SN-NOM (W-MEILLEURE-ENTREE) TO QC-NOM-LISTE.
003600     MOVE SC-SCORE TO QC-SCORE.
003610     MOVE W-VERSION-LISTE TO QC-VERSION.
003620     MOVE SC-IMAGE TO QC-IMAGE.
003630     WRITE SANC-ATT-LIGNE.
003640 6000-EXIT.
003650     EXIT.
003660*****************************************************************
003670*    9000-FERMER - FIN DE PASSAGE DE L'APPELANT : JOURNAUX FERMES
003680*    ET BILAN AFFICHE. UN APPEL ULTERIEUR LES ROUVRE EN AJOUT.
003690*****************************************************************
003700 9000-FERMER.
003710     IF NOT JOURNAUX-OUVERTS
003720        GO TO 9000-EXIT
003730     END-IF.
003740     CLOSE SANC-LOG SANC-ATT.
003750     MOVE 'N' TO W-JOURNAUX-OUVERTS.
003760     MOVE W-NB-FILTRES TO W-NB-EDIT.
003770     DISPLAY 'HZSC0001 - ' SC-ORIGINE ' - DOSSIERS FILTRES    : '
003780         W-NB-EDIT ' (LISTE ' W-VERSION-LISTE ')'.
003790     MOVE W-NB-CORRESPONDANCES TO W-NB-EDIT.
003800     DISPLAY 'HZSC0001 - ' SC-ORIGINE ' - CORRESPONDANCES     : '
003810         W-NB-EDIT.
003820 9000-EXIT.
003830     EXIT.
