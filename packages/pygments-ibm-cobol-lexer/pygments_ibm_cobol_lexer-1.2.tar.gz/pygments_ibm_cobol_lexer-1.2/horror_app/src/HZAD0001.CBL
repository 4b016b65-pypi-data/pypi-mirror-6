000040 INSTALLATION. SITE INFORMATIQUE CENTRAL.
000050 DATE-WRITTEN. 02/09/2026.
000060 DATE-COMPILED.
000070 REMARKS. TENUE DU MAITRE ADHERENT ADH-MAST DEPUIS LE FLUX
000080     DELTA QUOTIDIEN DU SYSTEME AMONT DES ADHESIONS (ADH-DELTA :
000090     'C' CREATION, 'M' MODIFICATION D'IDENTITE OU D'ADRESSE,
000100     'R' RADIATION). LES DELTAS SONT APPLIQUES SOUS CONTROLE
000110     (CLE COADHF PAR HZCD0001, CLE QUANTITE NON BLANCHE, STATUT
000120     CONNU) DIRECTEMENT PAR CLE DANS LE MAITRE INDEXE.
000140     LES DELTAS INEXPLOITABLES PARTENT DANS AD-REJ ET LE RAPPORT
000150     AD-RPRT DONNE LES APPLIQUES/REJETES : LES RELEVES CESSENT
000160     DE PARTIR SUR DES ADRESSES VIEILLES DE SIX MOIS.
000162     TOUTE CREATION EST D'ABORD FILTREE CONTRE LA LISTE DES
000164     SANCTIONS (HZSC0001, NOM ET ADRESSE) : UNE CORRESPONDANCE
000166     EST RETENUE EN FILE DE CONFORMITE SANC-ATT AU LIEU D'ETRE
000168     CREEE ; LISTE INDISPONIBLE = CREATION FAITE, CODE 4.
000170*****************************************************************
000180*    HISTORIQUE DES MODIFICATIONS
000190*    --------------------------------------------------------
000200*    DATE       AUTEUR  DESCRIPTION
000201*    --------   ------  -------------------------------------
000202*    02/09/2026 EBA     CREATION.
000203*    15/10/2026 EBA     INDICATEUR NPAI EN FIN DE REFERENTIEL
000204*                       (POSE PAR HZNP0001) : CONSERVE PAR LES
000205*                       DELTAS, LEVE SUR TOUT LE COADHF QUAND
000206*                       UNE MODIFICATION CHANGE L'ADRESSE.
000207*    15/10/2026 EBA     DIFFUSION ELECTRONIQUE : LE FLUX PORTE
000208*                       LE CANAL (E MESSAGERIE, P OU BLANC
000209*                       PAPIER) ET L'ADRESSE ELECTRONIQUE,
000210*                       CONTROLES ET APPLIQUES. L'INDICATEUR DE
000211*                       REJET DE MESSAGERIE (POSE PAR HZNP0001)
000212*                       EST LEVE SUR TOUT LE COADHF QUAND UNE
000213*                       MODIFICATION CHANGE LE CANAL OU
000214*                       L'ADRESSE ELECTRONIQUE.
000215*    15/10/2026 EBA     FREQUENCE DE FACTURATION (M MENSUELLE, T
000216*                       TRIMESTRIELLE, A ANNUELLE, BLANC =
000217*                       MENSUELLE) PORTEE PAR LE FLUX, CONTROLEE
000218*                       ET APPLIQUEE EN FIN DE DESSIN ADH-REF.
000219*    15/10/2026 EBA     DELTAS APPLIQUES PAR CLE DANS LE MAITRE
000220*                       INDEXE ADH-MAST (ADHMSTC) : PLUS DE TABLE
000221*                       DE 2000 ENTREES NI DE RECOPIE SUR
000222*                       ADH-REF-NOUVEAU. LA LEVEE NPAI/REJET
000223*                       PARCOURT LE CHEMIN ALTERNATIF COADHF.
000224*    15/10/2026 EBA     FILTRAGE SANCTIONS DES CREATIONS PAR
000225*                       HZSC0001 : UNE CORRESPONDANCE N'EST PAS
000226*                       CREEE, LE DELTA PART EN FILE DE CONFORMITE
000227*                       SANC-ATT. LISTE INDISPONIBLE = CODE 4.
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000274     DECIMAL-POINT IS COMMA.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000295     SELECT ADH-MAST ASSIGN TO ADHMAST
000300         ORGANIZATION INDEXED
000305         ACCESS MODE DYNAMIC
000310         RECORD KEY AF-CLE
000315         ALTERNATE RECORD KEY AF-COADHF WITH DUPLICATES
000320         FILE STATUS W-ADH-MAST-STATUS.
000330     SELECT ADH-DELTA ASSIGN TO ADHDELTA
000340         ORGANIZATION SEQUENTIAL
000350         FILE STATUS W-ADH-DELTA-STATUS.
000390     SELECT AD-REJ ASSIGN TO ADREJ
000400         ORGANIZATION SEQUENTIAL
000410         FILE STATUS W-AD-REJ-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470*****************************************************************
000480*    ADH-MAST - MAITRE ADHERENT, CLE PRIMAIRE = CLE QUANTITE
000490*    AF-CLE (MEME CLE QUE LE RAPPROCHEMENT HZFA0001).
000500*****************************************************************
000510 FD  ADH-MAST
000520     LABEL RECORD STANDARD
000530     DATA RECORD ADH-MAST-ENREG.
000540 COPY ADHMSTC.
000650*****************************************************************
000660*    ADH-DELTA - FLUX DELTA DU SYSTEME AMONT : CODE ACTION PUIS
000670*    IMAGE COMPLETE AU DESSIN ADH-MAST. POUR UNE RADIATION SEULE
000680*    LA CLE EST EXPLOITEE (LE STATUT PASSE A 'R', L'ENTREE EST
000681*    CONSERVEE POUR L'HISTORIQUE DES EDITIONS).
000682*    L'INDICATEUR NPAI (DERNIER OCTET DU REFERENTIEL) N'EST PAS
000683*    PORTE PAR LE FLUX AMONT : UNE CREATION LE LAISSE A BLANC,
000684*    UNE MODIFICATION LE CONSERVE SAUF CHANGEMENT D'ADRESSE.
000685*    LE CANAL DE DIFFUSION ET L'ADRESSE ELECTRONIQUE SUIVENT LA
000686*    LANGUE DANS LE FLUX (OCTETS 109 A 169 DU REFERENTIEL) ;
000687*    L'INDICATEUR DE REJET DE MESSAGERIE (DERNIER OCTET) N'EST
000688*    PAS PORTE PAR LE FLUX ET SUIT LA MEME REGLE QUE LE NPAI.
000689*    LA FREQUENCE DE FACTURATION (M, T, A ; BLANC = MENSUELLE)
000690*    SUIT L'ADRESSE ELECTRONIQUE (OCTET 177 DU FLUX, 179 DU
000691*    REFERENTIEL) ET EST APPLIQUEE TELLE QUELLE.
000700*****************************************************************
000710 FD  ADH-DELTA
000720     LABEL RECORD STANDARD
000870         10  DL-VILLE            PIC X(20).
000880         10  DL-STATUT           PIC X(01).
000890         10  DL-LANGUE           PIC X(02).
000900         10  DL-CANAL-DIFFUSION  PIC X(01).
000910             88  DL-CANAL-ELECTRONIQUE VALUE 'E'.
000920         10  DL-EMAIL            PIC X(60).
000930         10  DL-FREQUENCE        PIC X(01).
000940 FD  AD-REJ
000950     LABEL RECORD STANDARD
000960     DATA RECORD AD-REJ-LIGNE.
001050     DATA RECORD AD-RPRT-LIGNE.
001060 01  AD-RPRT-LIGNE               PIC X(132).
001070 WORKING-STORAGE SECTION.
001078 01  W-ADH-MAST-STATUS           PIC XX.
001086     88  ADH-MAST-OK             VALUE '00'.
001094 01  W-ADH-MAST-OUVERT           PIC X VALUE 'N'.
001102     88  ADH-MAST-OUVERT         VALUE 'O'.
001110 01  W-ADH-DELTA-STATUS          PIC XX.
001120     88  ADH-DELTA-OK            VALUE '00'.
001130     88  ADH-DELTA-FIN           VALUE '10'.
001150 01  W-AD-REJ-STATUS             PIC XX.
001160 01  W-AD-RPRT-STATUS            PIC XX.
001170 01  W-FIN-ENTREES-ADH           PIC X VALUE 'N'.
001180     88  FIN-ENTREES-ADH         VALUE 'O'.
001190 01  W-FIN-DELTA                 PIC X VALUE 'N'.
001200     88  FIN-DELTA               VALUE 'O'.
001320 01  W-REF-TROUVEE-SW            PIC X VALUE 'N'.
001330     88  REF-TROUVEE             VALUE 'O'.
001332 01  W-NPAI-LEVEE-SW             PIC X VALUE 'N'.
001334     88  NPAI-LEVEE              VALUE 'O'.
001336 01  W-REJET-LEVE-SW             PIC X VALUE 'N'.
001338     88  REJET-LEVE              VALUE 'O'.
001340*****************************************************************
001350*    ZONE D'ECHANGE AVEC HZCD0001, MEME DECOUPE QUE DANS HORROR.
001360*****************************************************************
001370 01  W-CD-PARMS.
001380     05  W-CD-COADHF             PIC X(09).
001390     05  W-CD-RESULTAT           PIC X(01).
001391         88  COADHF-VALIDE       VALUE 'O'.
001392 01  W-CD-PROGRAMME              PIC X(08) VALUE 'HZCD0001'.
001393*****************************************************************
001394*    ZONE D'ECHANGE AVEC HZSC0001 (FILTRAGE SANCTIONS), MEME
001395*    DECOUPE QUE SC-PARMS.
001396*****************************************************************
001397 01  W-SC-PARMS.
001398     05  W-SC-FONCTION           PIC X(01).
001399     05  W-SC-ORIGINE            PIC X(08) VALUE 'HZAD0001'.
001400     05  W-SC-COADHF             PIC X(09).
001401     05  W-SC-NOM                PIC X(30).
001402     05  W-SC-ADRESSE            PIC X(30).
001403     05  W-SC-CODE-POSTAL        PIC X(05).
001404     05  W-SC-VILLE              PIC X(20).
001405     05  W-SC-IMAGE              PIC X(200).
001406     05  W-SC-RESULTAT           PIC X(01).
001407         88  SANCTION-CORRESPONDANCE VALUE 'O'.
001408         88  SANCTION-LISTE-ABSENTE VALUE 'I'.
001409     05  W-SC-REFERENCE          PIC X(12).
001410     05  W-SC-SCORE              PIC 9(03).
001411     05  W-SC-VERSION            PIC X(10).
001412 01  W-SC-PROGRAMME              PIC X(08) VALUE 'HZSC0001'.
001413 01  W-SANCTIONS-SW              PIC X VALUE 'N'.
001414     88  SANCTIONS-APPELEES      VALUE 'O'.
001415 01  W-LISTE-SW                  PIC X VALUE 'O'.
001416     88  LISTE-SANCTIONS-ABSENTE VALUE 'N'.
001420 01  W-MOTIF-REJET               PIC X(40) VALUE SPACES.
001430 01  W-DELTA-VALIDE-SW           PIC X VALUE 'O'.
001440     88  DELTA-VALIDE            VALUE 'O'.
001480 01  W-NB-LUS                    PIC 9(05) COMP VALUE ZERO.
001490 01  W-NB-APPLIQUES              PIC 9(05) COMP VALUE ZERO.
001500 01  W-NB-REJETES                PIC 9(05) COMP VALUE ZERO.
001505 01  W-NB-NPAI-LEVEES            PIC 9(05) COMP VALUE ZERO.
001510 01  W-NB-REJETS-LEVES           PIC 9(05) COMP VALUE ZERO.
001515 01  W-NB-RETENUS-SANCTIONS      PIC 9(05) COMP VALUE ZERO.
001520 01  W-NB-EDIT                   PIC Z(04)9.
001530 01  W-LIGNE-TRAVAIL             PIC X(132).
001540 PROCEDURE DIVISION.
001550 0000-MAINLINE.
001560     PERFORM 1000-INITIALISE THRU 1000-EXIT.
001570     PERFORM 1500-OUVRIR-REFERENTIEL THRU 1500-EXIT.
001580     PERFORM 3000-TRAITER-DELTA THRU 3000-EXIT
001590        UNTIL FIN-DELTA.
001610     PERFORM 8000-TERMINE THRU 8000-EXIT.
001620     GOBACK.
001630 1000-INITIALISE.
001640     ACCEPT W-HORO-DATE FROM DATE.
001650     ACCEPT W-HORO-HEURE FROM TIME.
001660     OPEN INPUT ADH-DELTA.
001670     OPEN OUTPUT AD-REJ AD-RPRT.
001680     IF NOT ADH-DELTA-OK
001690        DISPLAY 'HZAD0001 - ADH-DELTA INDISPONIBLE, MAITRE'
001700            ' ADH-MAST SANS MOUVEMENT - STATUT '
001710            W-ADH-DELTA-STATUS
001720        MOVE 'O' TO W-FIN-DELTA
001730        GO TO 1000-EXIT
001760        AT END MOVE 'O' TO W-FIN-DELTA.
001770 1000-EXIT.
001780     EXIT.
001787*****************************************************************
001794*    1500-OUVRIR-REFERENTIEL - LE MAITRE EST MIS A JOUR SUR PLACE.
001801*    INDISPONIBLE : AUCUN DELTA N'EST APPLIQUE, LE FLUX SERA
001808*    REPRESENTE AU PASSAGE SUIVANT.
001815*****************************************************************
001822 1500-OUVRIR-REFERENTIEL.
001829     IF FIN-DELTA
001840        GO TO 1500-EXIT
001850     END-IF.
001859     OPEN I-O ADH-MAST.
001868     IF NOT ADH-MAST-OK
001877        DISPLAY 'HZAD0001 - ADH-MAST INDISPONIBLE, DELTAS NON '
001886            'APPLIQUES - STATUT ' W-ADH-MAST-STATUS
001895        MOVE 8 TO RETURN-CODE
001904        MOVE 'O' TO W-FIN-DELTA
001913        GO TO 1500-EXIT
001922     END-IF.
001931     MOVE 'O' TO W-ADH-MAST-OUVERT.
001940 1500-EXIT.
002070     EXIT.
002080*****************************************************************
002090*    3000-TRAITER-DELTA - VALIDE PUIS APPLIQUE LE DELTA COURANT.
002290           MOVE 'CLE ABSENTE DU REFERENTIEL' TO W-MOTIF-REJET
002300           PERFORM 3500-REJETER-DELTA THRU 3500-EXIT
002310        WHEN DL-ACTION-MODIF
002320           PERFORM 3400-MODIFIER-REFERENCE THRU 3400-EXIT
002350        WHEN DL-ACTION-RADIATION
002356           MOVE 'R' TO AF-STATUT
002362           REWRITE ADH-MAST-ENREG
002370           ADD 1 TO W-NB-APPLIQUES
002380           PERFORM 6000-EDITER-DELTA THRU 6000-EXIT
002390     END-EVALUATE.
002670        GO TO 3100-EXIT
002680     END-IF.
002690     IF DL-STATUT NOT = 'A' AND DL-STATUT NOT = 'R'
002691        MOVE 'N' TO W-DELTA-VALIDE-SW
002692        MOVE 'STATUT INCONNU (A OU R ATTENDU)' TO W-MOTIF-REJET
002693        GO TO 3100-EXIT
002694     END-IF.
002695     IF DL-CANAL-DIFFUSION NOT = SPACE
002696        AND DL-CANAL-DIFFUSION NOT = 'P'
002697        AND NOT DL-CANAL-ELECTRONIQUE
002698        MOVE 'N' TO W-DELTA-VALIDE-SW
002699        MOVE 'CANAL DE DIFFUSION INCONNU (P OU E)'
002700           TO W-MOTIF-REJET
002701        GO TO 3100-EXIT
002702     END-IF.
002703     IF DL-CANAL-ELECTRONIQUE AND DL-EMAIL = SPACES
002704        MOVE 'N' TO W-DELTA-VALIDE-SW
002705        MOVE 'CANAL E SANS ADRESSE ELECTRONIQUE' TO W-MOTIF-REJET
002706        GO TO 3100-EXIT
002707     END-IF.
002708     IF DL-FREQUENCE NOT = SPACE
002709        AND DL-FREQUENCE NOT = 'M'
002710        AND DL-FREQUENCE NOT = 'T'
002711        AND DL-FREQUENCE NOT = 'A'
002712        MOVE 'N' TO W-DELTA-VALIDE-SW
002713        MOVE 'FREQUENCE DE FACTURATION INCONNUE (M, T OU A)'
002714           TO W-MOTIF-REJET
002720     END-IF.
002730 3100-EXIT.
002740     EXIT.
002750 3200-CHERCHER-REFERENCE.
002760     MOVE 'N' TO W-REF-TROUVEE-SW.
002761     MOVE DL-CLE TO AF-CLE.
002762     READ ADH-MAST
002763        INVALID KEY GO TO 3200-EXIT.
002764     MOVE 'O' TO W-REF-TROUVEE-SW.
002765 3200-EXIT.
002766     EXIT.
002767 3300-CREER-REFERENCE.
002768     PERFORM 3350-FILTRER-SANCTIONS THRU 3350-EXIT.
002769     IF SANCTION-CORRESPONDANCE
002770        GO TO 3300-EXIT
002771     END-IF.
002772     MOVE SPACES TO ADH-MAST-ENREG.
002773     MOVE DL-IMAGE (1:115) TO ADH-MAST-ENREG (1:115).
002774     MOVE DL-IMAGE (116:61) TO ADH-MAST-ENREG (117:61).
002775     MOVE DL-FREQUENCE TO AF-FREQUENCE.
002776     WRITE ADH-MAST-ENREG
002777        INVALID KEY
002778           MOVE 'CLE DEJA PRESENTE AU REFERENTIEL'
002779              TO W-MOTIF-REJET
002780           PERFORM 3500-REJETER-DELTA THRU 3500-EXIT
002781           GO TO 3300-EXIT
002782     END-WRITE.
002783     ADD 1 TO W-NB-APPLIQUES.
002784     PERFORM 6000-EDITER-DELTA THRU 6000-EXIT.
002785 3300-EXIT.
002786     EXIT.
002787*****************************************************************
002788*    3350-FILTRER-SANCTIONS - NOM ET ADRESSE DE LA CREATION
002789*    CONTRE LA LISTE DES SANCTIONS. CORRESPONDANCE : LE DELTA EST
002790*    VERSE EN FILE DE CONFORMITE PAR HZSC0001 ET N'EST PAS CREE.
002791*****************************************************************
002792 3350-FILTRER-SANCTIONS.
002793     MOVE 'O' TO W-SANCTIONS-SW.
002794     MOVE 'C' TO W-SC-FONCTION.
002795     MOVE DL-COADHF TO W-SC-COADHF.
002796     MOVE DL-NOM TO W-SC-NOM.
002797     MOVE DL-ADRESSE TO W-SC-ADRESSE.
002798     MOVE DL-CODE-POSTAL TO W-SC-CODE-POSTAL.
002799     MOVE DL-VILLE TO W-SC-VILLE.
002800     MOVE ADH-DELTA-LIGNE TO W-SC-IMAGE.
002801     CALL W-SC-PROGRAMME USING W-SC-PARMS.
002802     IF SANCTION-LISTE-ABSENTE
002803        MOVE 'N' TO W-LISTE-SW
002804     END-IF.
002805     IF NOT SANCTION-CORRESPONDANCE
002806        GO TO 3350-EXIT
002807     END-IF.
002808     ADD 1 TO W-NB-RETENUS-SANCTIONS.
002809     MOVE SPACES TO W-LIGNE-TRAVAIL.
002810     STRING DL-ACTION DELIMITED BY SIZE
002811         ' ' DELIMITED BY SIZE
002812         DL-CLE DELIMITED BY SIZE
002813         ' RETENU  LISTE DE SANCTIONS ' DELIMITED BY SIZE
002814         W-SC-REFERENCE DELIMITED BY SIZE
002815         ' - FILE DE CONFORMITE' DELIMITED BY SIZE
002816         INTO W-LIGNE-TRAVAIL
002817     END-STRING.
002818     MOVE W-LIGNE-TRAVAIL TO AD-RPRT-LIGNE.
002819     WRITE AD-RPRT-LIGNE.
002820 3350-EXIT.
002821     EXIT.
002822*****************************************************************
002823*    3400-MODIFIER-REFERENCE - APPLIQUE L'IMAGE AMONT SANS
002824*    TOUCHER A L'INDICATEUR NPAI. SI L'ADRESSE D'UNE ENTREE NPAI
002825*    CHANGE (ADRESSE, CODE POSTAL OU VILLE), L'INDICATEUR EST
002826*    LEVE SUR TOUTES LES ENTREES DU COADHF : LE COURRIER REPART.
002827*    DE MEME, LE CANAL OU L'ADRESSE ELECTRONIQUE D'UNE ENTREE EN
002828*    REJET DE MESSAGERIE CHANGE : LE REJET EST LEVE SUR TOUT LE
002829*    COADHF ET LA DIFFUSION ELECTRONIQUE REPREND.
002830*****************************************************************
002831 3400-MODIFIER-REFERENCE.
002832     MOVE 'N' TO W-NPAI-LEVEE-SW.
002833     MOVE 'N' TO W-REJET-LEVE-SW.
002834     IF AF-ADRESSE-INVALIDE
002835        AND ADH-MAST-ENREG (58:55) NOT = DL-IMAGE (58:55)
002836        MOVE 'O' TO W-NPAI-LEVEE-SW
002837     END-IF.
002838     IF AF-EMAIL-INVALIDE
002839        AND ADH-MAST-ENREG (117:61) NOT = DL-IMAGE (116:61)
002840        MOVE 'O' TO W-REJET-LEVE-SW
002841     END-IF.
002842     MOVE DL-IMAGE (9:107) TO ADH-MAST-ENREG (9:107).
002843     MOVE DL-IMAGE (116:61) TO ADH-MAST-ENREG (117:61).
002844     MOVE DL-FREQUENCE TO AF-FREQUENCE.
002845     REWRITE ADH-MAST-ENREG.
002846     ADD 1 TO W-NB-APPLIQUES.
002847     PERFORM 6000-EDITER-DELTA THRU 6000-EXIT.
002848     IF REJET-LEVE OR NPAI-LEVEE
002849        PERFORM 3410-LEVER-INDICATEURS THRU 3410-EXIT
002850     END-IF.
002851     IF REJET-LEVE
002852        MOVE SPACES TO W-LIGNE-TRAVAIL
002853        STRING DL-ACTION DELIMITED BY SIZE
002854            ' ' DELIMITED BY SIZE
002855            DL-CLE DELIMITED BY SIZE
002856            ' REJET MESSAGERIE LEVE - ADHERENT ' DELIMITED BY SIZE
002857            DL-COADHF DELIMITED BY SIZE
002858            INTO W-LIGNE-TRAVAIL
002859        END-STRING
002860        MOVE W-LIGNE-TRAVAIL TO AD-RPRT-LIGNE
002861        WRITE AD-RPRT-LIGNE
002862     END-IF.
002863     IF NOT NPAI-LEVEE
002864        GO TO 3400-EXIT
002865     END-IF.
002866     MOVE SPACES TO W-LIGNE-TRAVAIL.
002867     STRING DL-ACTION DELIMITED BY SIZE
002868         ' ' DELIMITED BY SIZE
002869         DL-CLE DELIMITED BY SIZE
002870         ' ADRESSE NPAI LEVEE - ADHERENT ' DELIMITED BY SIZE
002871         DL-COADHF DELIMITED BY SIZE
002872         INTO W-LIGNE-TRAVAIL
002873     END-STRING.
002874     MOVE W-LIGNE-TRAVAIL TO AD-RPRT-LIGNE.
002875     WRITE AD-RPRT-LIGNE.
002876 3400-EXIT.
002877     EXIT.
002878*****************************************************************
002879*    3410-LEVER-INDICATEURS - PARCOURS DES ENTREES DU COADHF PAR
002880*    LE CHEMIN ALTERNATIF : NPAI ET/OU REJET DE MESSAGERIE LEVES
002881*    ET ENTREE REECRITE.
002882*****************************************************************
002883 3410-LEVER-INDICATEURS.
002884     MOVE 'N' TO W-FIN-ENTREES-ADH.
002885     MOVE DL-COADHF TO AF-COADHF.
002886     START ADH-MAST KEY IS EQUAL TO AF-COADHF
002887        INVALID KEY MOVE 'O' TO W-FIN-ENTREES-ADH.
002888     PERFORM 3420-LEVER-ENTREE THRU 3420-EXIT
002889        UNTIL FIN-ENTREES-ADH.
002890 3410-EXIT.
002891     EXIT.
002892 3420-LEVER-ENTREE.
002893     READ ADH-MAST NEXT RECORD
002894        AT END
002895           MOVE 'O' TO W-FIN-ENTREES-ADH
002896           GO TO 3420-EXIT
002897     END-READ.
002898     IF AF-COADHF NOT = DL-COADHF
002899        MOVE 'O' TO W-FIN-ENTREES-ADH
002900        GO TO 3420-EXIT
002901     END-IF.
002902     IF NOT (NPAI-LEVEE AND AF-ADRESSE-INVALIDE)
002903        AND NOT (REJET-LEVE AND AF-EMAIL-INVALIDE)
002904        GO TO 3420-EXIT
002905     END-IF.
002906     IF NPAI-LEVEE AND AF-ADRESSE-INVALIDE
002907        MOVE SPACE TO AF-ADRESSE-NPAI
002908        ADD 1 TO W-NB-NPAI-LEVEES
002909     END-IF.
002910     IF REJET-LEVE AND AF-EMAIL-INVALIDE
002911        MOVE SPACE TO AF-EMAIL-REJETE
002912        ADD 1 TO W-NB-REJETS-LEVES
002913     END-IF.
002914     REWRITE ADH-MAST-ENREG.
002915 3420-EXIT.
003040     EXIT.
003050 3500-REJETER-DELTA.
003060     ADD 1 TO W-NB-REJETES.
003340     WRITE AD-RPRT-LIGNE.
003350 6000-EXIT.
003360     EXIT.
003520 8000-TERMINE.
003530     IF ADH-DELTA-OK OR ADH-DELTA-FIN
003540        CLOSE ADH-DELTA
003550     END-IF.
003551     IF ADH-MAST-OUVERT
003552        CLOSE ADH-MAST
003553     END-IF.
003554     CLOSE AD-REJ AD-RPRT.
003555     IF SANCTIONS-APPELEES
003556        MOVE 'F' TO W-SC-FONCTION
003557        CALL W-SC-PROGRAMME USING W-SC-PARMS
003558     END-IF.
003559     IF LISTE-SANCTIONS-ABSENTE AND RETURN-CODE < 4
003560        DISPLAY 'HZAD0001 - LISTE DES SANCTIONS INDISPONIBLE, '
003561            'CREATIONS NON FILTREES'
003562        MOVE 4 TO RETURN-CODE
003563     END-IF.
003570     MOVE W-NB-LUS TO W-NB-EDIT.
003580     DISPLAY 'HZAD0001 - DELTAS LUS       : ' W-NB-EDIT.
003590     MOVE W-NB-APPLIQUES TO W-NB-EDIT.
003600     DISPLAY 'HZAD0001 - DELTAS APPLIQUES : ' W-NB-EDIT.
003610     MOVE W-NB-REJETES TO W-NB-EDIT.
003620     DISPLAY 'HZAD0001 - DELTAS REJETES   : ' W-NB-EDIT.
003621     MOVE W-NB-NPAI-LEVEES TO W-NB-EDIT.
003622     DISPLAY 'HZAD0001 - NPAI LEVES      : ' W-NB-EDIT.
003623     MOVE W-NB-REJETS-LEVES TO W-NB-EDIT.
003624     DISPLAY 'HZAD0001 - REJETS MESSAGERIE LEVES : ' W-NB-EDIT.
003625     MOVE W-NB-RETENUS-SANCTIONS TO W-NB-EDIT.
003626     DISPLAY 'HZAD0001 - RETENUS LISTE DE SANCTIONS : ' W-NB-EDIT.
003630 8000-EXIT.
003640     EXIT.
