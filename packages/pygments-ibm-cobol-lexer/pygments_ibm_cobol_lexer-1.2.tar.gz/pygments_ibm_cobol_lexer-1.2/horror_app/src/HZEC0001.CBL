000250*    DATE       AUTEUR  DESCRIPTION
000260*    --------   ------  -------------------------------------
000270*    02/09/2026 EBA     CREATION.
000271*    15/10/2026 EBA     AVIS D'ECHEANCIER : EN GENERATION, CHAQUE
000272*                       REGLEMENT ECLATE DONNE UN AVIS A
000273*                       L'ADHERENT (ECHEANCES, DATES ET MONTANTS)
000274*                       SUR EC-PRNT, RECOPIE SUR L'ARCHIVE
000275*                       DOC-ARCH ET INSCRIT AU REGISTRE DOC-REG
000276*                       (TYPE 'EC', PERIODE = DATE DU REGLEMENT)
000277*                       POUR LA REEDITION A LA DEMANDE PAR
000278*                       HZDP0001.
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000550     SELECT EC-RPRT ASSIGN TO ECRPRT
000560         ORGANIZATION SEQUENTIAL
000570         FILE STATUS W-EC-RPRT-STATUS.
000571     SELECT EC-PRNT ASSIGN TO ECPRNT
000572         ORGANIZATION SEQUENTIAL
000573         FILE STATUS W-EC-PRNT-STATUS.
000574     SELECT DOC-ARCH ASSIGN TO DOCARCH
000575         ORGANIZATION SEQUENTIAL
000576         FILE STATUS W-DOC-ARCH-STATUS.
000577     SELECT DOC-REG ASSIGN TO DOCREG
000578         ORGANIZATION SEQUENTIAL
000579         FILE STATUS W-DOC-REG-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  EC-PARM
001120 FD  REGL-FLUX
001130     LABEL RECORD STANDARD
001140     DATA RECORD REGL-FLUX-ENREG.
001141 01  REGL-FLUX-ENREG             PIC X(46).
001142 FD  EC-RPRT
001143     LABEL RECORD STANDARD
001144     DATA RECORD EC-RPRT-LIGNE.
001145 01  EC-RPRT-LIGNE               PIC X(132).
001146*****************************************************************
001147*    EC-PRNT - AVIS D'ECHEANCIER ADRESSES AUX ADHERENTS.
001148*****************************************************************
001149 FD  EC-PRNT
001150     LABEL RECORD STANDARD
001151     DATA RECORD EC-PRNT-LIGNE.
001152 01  EC-PRNT-LIGNE               PIC X(132).
001153*****************************************************************
001154*    DOC-ARCH - ARCHIVE DES DOCUMENTS ADHERENT (CUMULATIF, EN
001155*    EXTEND) : TOUTE LIGNE EDITEE, QUEL QUE SOIT LE CANAL, Y EST
001156*    RECOPIEE AVEC LE PROGRAMME, LA DATE ET L'HEURE DU PASSAGE
001157*    ET SON RANG DANS LE PASSAGE. REPRIS PAR HZDP0001.
001158*****************************************************************
001159 FD  DOC-ARCH
001160     LABEL RECORD STANDARD
001161     DATA RECORD DOC-ARCH-LIGNE.
001162 01  DOC-ARCH-LIGNE.
001163     05  AR-PROGRAMME            PIC X(08).
001164     05  AR-DATE-PRODUCTION      PIC 9(08).
001165     05  AR-HEURE-PRODUCTION     PIC 9(08).
001166     05  AR-RANG                 PIC 9(07).
001167     05  AR-LIGNE                PIC X(132).
001168*****************************************************************
001169*    DOC-REG - REGISTRE DES DOCUMENTS ADHERENT (CUMULATIF, EN
001170*    EXTEND) : UNE ENTREE PAR DOCUMENT PRODUIT (ADHERENT, TYPE,
001171*    PERIODE, DATE, LANGUE, CANAL) AVEC SA POSITION DANS
001172*    DOC-ARCH (PROGRAMME/DATE/HEURE DU PASSAGE, RANG DE LA
001173*    PREMIERE LIGNE, NOMBRE DE LIGNES).
001174*****************************************************************
001175 FD  DOC-REG
001176     LABEL RECORD STANDARD
001177     DATA RECORD DOC-REG-LIGNE.
001178 01  DOC-REG-LIGNE.
001179     05  RG-COADHF               PIC X(09).
001180     05  RG-TYPE-DOC             PIC X(02).
001181     05  RG-PERIODE              PIC X(10).
001182     05  RG-DATE-PRODUCTION      PIC 9(08).
001183     05  RG-HEURE-PRODUCTION     PIC 9(08).
001184     05  RG-LANGUE               PIC X(02).
001185     05  RG-CANAL                PIC X(01).
001186         88  RG-CANAL-PAPIER     VALUE 'P'.
001187         88  RG-CANAL-ELECTRONIQUE VALUE 'E'.
001188         88  RG-CANAL-RETENU     VALUE 'R'.
001189     05  RG-PROGRAMME            PIC X(08).
001190     05  RG-RANG-DEBUT           PIC 9(07).
001191     05  RG-NB-LIGNES            PIC 9(05).
001192     05  FILLER                  PIC X(10).
001200 WORKING-STORAGE SECTION.
001210 01  W-EC-PARM-STATUS            PIC XX.
001220     88  EC-PARM-OK              VALUE '00'.
001310     88  ECHEANCIER-FIN          VALUE '10'.
001320 01  W-ECH-NV-STATUS             PIC XX.
001330 01  W-REGL-FLUX-STATUS          PIC XX.
001331 01  W-EC-RPRT-STATUS            PIC XX.
001332 01  W-EC-PRNT-STATUS            PIC XX.
001333 01  W-DOC-ARCH-STATUS           PIC XX.
001334 01  W-DOC-REG-STATUS            PIC XX.
001335*****************************************************************
001336*    ARCHIVAGE ET REGISTRE : RANG COURANT DANS LE PASSAGE, RANG
001337*    DE LA PREMIERE LIGNE ET NOMBRE DE LIGNES DU DOCUMENT COURANT.
001338*****************************************************************
001339 01  W-RANG-ARCHIVE              PIC 9(07) COMP VALUE ZERO.
001340 01  W-RANG-DEBUT-DOC            PIC 9(07) COMP VALUE ZERO.
001341 01  W-NB-LIGNES-DOC             PIC 9(05) COMP VALUE ZERO.
001342 01  W-NB-INSCRITS               PIC 9(05) COMP VALUE ZERO.
001343 01  W-HEURE-PRODUCTION          PIC 9(08) VALUE ZERO.
001350 01  W-FONCTION                  PIC X(01) VALUE SPACE.
001360     88  FONCTION-GENERATION     VALUE 'G'.
001370     88  FONCTION-LIBERATION     VALUE 'L'.
002190     GOBACK.
002200 1000-INITIALISE.
002210     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
002215     ACCEPT W-HEURE-PRODUCTION FROM TIME.
002220     OPEN INPUT EC-PARM.
002230     IF NOT EC-PARM-OK
002240        DISPLAY 'HZEC0001 - EC-PARM INDISPONIBLE - STATUT '
003100        MOVE 8 TO RETURN-CODE
003110        GO TO 3000-EXIT
003120     END-IF.
003121     OPEN OUTPUT EC-PRNT.
003122     OPEN EXTEND DOC-ARCH.
003123     IF W-DOC-ARCH-STATUS = '05'
003124        OPEN OUTPUT DOC-ARCH
003125     END-IF.
003126     OPEN EXTEND DOC-REG.
003127     IF W-DOC-REG-STATUS = '05'
003128        OPEN OUTPUT DOC-REG
003129     END-IF.
003130     PERFORM 3100-TRAITER-REGLEMENT THRU 3100-EXIT
003140        UNTIL FIN-REGL.
003150     CLOSE RAD-REGL.
003155     CLOSE EC-PRNT DOC-ARCH DOC-REG.
003160 3000-EXIT.
003170     EXIT.
003180 3100-TRAITER-REGLEMENT.
003300        W-RD-SOLDE / W-NB-ECHEANCES-DOSSIER.
003310     MOVE ZERO TO W-CUMUL-PARTS.
003320     MOVE W-DATE-DEBUT-DOSSIER TO W-DATE-ECHEANCE.
003323     MOVE ZERO TO W-NB-LIGNES-DOC.
003326     PERFORM 3400-EDITER-ENTETE-AVIS THRU 3400-EXIT.
003330     PERFORM 3300-ECRIRE-ECHEANCE THRU 3300-EXIT
003340        VARYING W-IDX-ECHEANCE FROM 1 BY 1
003350        UNTIL W-IDX-ECHEANCE > W-NB-ECHEANCES-DOSSIER.
003352     MOVE ALL '-' TO W-LIGNE-TRAVAIL.
003354     PERFORM 3800-IMPRIMER-AVIS THRU 3800-EXIT.
003356     PERFORM 3900-INSCRIRE-REGISTRE THRU 3900-EXIT.
003360 3100-EXIT.
003370     EXIT.
003380 3200-CHERCHER-TERMES.
003800     MOVE ECHEANCIER-LIGNE TO ECH-NV-LIGNE.
003810     WRITE ECH-NV-LIGNE.
003820     ADD 1 TO W-NB-GENEREES.
003825     PERFORM 3450-EDITER-LIGNE-AVIS THRU 3450-EXIT.
003830     IF W-DE-MM = 12
003831        MOVE 01 TO W-DE-MM
003832        ADD 1 TO W-DE-AAAA
003833     ELSE
003834        ADD 1 TO W-DE-MM
003835     END-IF.
003836 3300-EXIT.
003837     EXIT.
003838*****************************************************************
003839*    3400-EDITER-ENTETE-AVIS - ENTETE DE L'AVIS D'ECHEANCIER :
003840*    ADHERENT, ETABLISSEMENT, SOLDE A REGLER, NOMBRE D'ECHEANCES
003841*    ET DATE DE LA PREMIERE.
003842*****************************************************************
003843 3400-EDITER-ENTETE-AVIS.
003844     MOVE SPACES TO W-LIGNE-TRAVAIL.
003845     STRING 'ECHEANCIER DE REGLEMENT - ADHERENT '
003846         DELIMITED BY SIZE
003847         W-RD-COADHF DELIMITED BY SIZE
003848         ' - ETABLISSEMENT ' DELIMITED BY SIZE
003849         W-RD-COETBL DELIMITED BY SIZE
003850         ' - REGLEMENT DU ' DELIMITED BY SIZE
003851         W-RD-DATE DELIMITED BY SIZE
003852         INTO W-LIGNE-TRAVAIL
003853     END-STRING.
003854     PERFORM 3800-IMPRIMER-AVIS THRU 3800-EXIT.
003855     MOVE W-RD-SOLDE TO W-MT-EDIT.
003856     MOVE W-NB-ECHEANCES-DOSSIER TO W-NB-EDIT.
003857     MOVE SPACES TO W-LIGNE-TRAVAIL.
003858     STRING 'SOLDE A REGLER : ' DELIMITED BY SIZE
003859         W-MT-EDIT DELIMITED BY SIZE
003860         ' EN ' DELIMITED BY SIZE
003861         W-NB-EDIT DELIMITED BY SIZE
003862         ' ECHEANCE(S) A COMPTER DU ' DELIMITED BY SIZE
003863         W-DATE-DEBUT-DOSSIER DELIMITED BY SIZE
003864         INTO W-LIGNE-TRAVAIL
003865     END-STRING.
003866     PERFORM 3800-IMPRIMER-AVIS THRU 3800-EXIT.
003867 3400-EXIT.
003868     EXIT.
003869 3450-EDITER-LIGNE-AVIS.
003870     MOVE W-RELIQUAT TO W-MT-EDIT.
003871     MOVE SPACES TO W-LIGNE-TRAVAIL.
003872     STRING '  ECHEANCE ' DELIMITED BY SIZE
003873         W-IDX-ECHEANCE DELIMITED BY SIZE
003874         ' DU ' DELIMITED BY SIZE
003875         W-DATE-ECHEANCE DELIMITED BY SIZE
003876         ' : ' DELIMITED BY SIZE
003877         W-MT-EDIT DELIMITED BY SIZE
003878         INTO W-LIGNE-TRAVAIL
003879     END-STRING.
003880     PERFORM 3800-IMPRIMER-AVIS THRU 3800-EXIT.
003881 3450-EXIT.
003882     EXIT.
003883 3800-IMPRIMER-AVIS.
003884     MOVE W-LIGNE-TRAVAIL TO EC-PRNT-LIGNE.
003885     WRITE EC-PRNT-LIGNE.
003886     PERFORM 3850-ARCHIVER-LIGNE THRU 3850-EXIT.
003887 3800-EXIT.
003888     EXIT.
003889 3850-ARCHIVER-LIGNE.
003890     ADD 1 TO W-RANG-ARCHIVE.
003891     ADD 1 TO W-NB-LIGNES-DOC.
003892     IF W-NB-LIGNES-DOC = 1
003893        MOVE W-RANG-ARCHIVE TO W-RANG-DEBUT-DOC
003894     END-IF.
003895     MOVE 'HZEC0001' TO AR-PROGRAMME.
003896     MOVE W-DATE-JOUR TO AR-DATE-PRODUCTION.
003897     MOVE W-HEURE-PRODUCTION TO AR-HEURE-PRODUCTION.
003898     MOVE W-RANG-ARCHIVE TO AR-RANG.
003899     MOVE EC-PRNT-LIGNE TO AR-LIGNE.
003900     WRITE DOC-ARCH-LIGNE.
003901 3850-EXIT.
003902     EXIT.
003903*****************************************************************
003904*    3900-INSCRIRE-REGISTRE - LE DOCUMENT QUI VIENT D'ETRE
003905*    PRODUIT EST PORTE AU REGISTRE DOC-REG AVEC SA POSITION DANS
003906*    DOC-ARCH ; L'AVIS D'ECHEANCIER EST TOUJOURS IMPRIME (CANAL
003907*    'P').
003908*****************************************************************
003909 3900-INSCRIRE-REGISTRE.
003910     IF W-NB-LIGNES-DOC = ZERO
003911        GO TO 3900-EXIT
003912     END-IF.
003913     MOVE SPACES TO DOC-REG-LIGNE.
003914     MOVE W-RD-COADHF TO RG-COADHF.
003915     MOVE 'EC' TO RG-TYPE-DOC.
003916     MOVE W-RD-DATE TO RG-PERIODE.
003917     MOVE W-DATE-JOUR TO RG-DATE-PRODUCTION.
003918     MOVE W-HEURE-PRODUCTION TO RG-HEURE-PRODUCTION.
003919     MOVE 'FR' TO RG-LANGUE.
003920     MOVE 'P' TO RG-CANAL.
003921     MOVE 'HZEC0001' TO RG-PROGRAMME.
003922     MOVE W-RANG-DEBUT-DOC TO RG-RANG-DEBUT.
003923     MOVE W-NB-LIGNES-DOC TO RG-NB-LIGNES.
003924     WRITE DOC-REG-LIGNE.
003925     ADD 1 TO W-NB-INSCRITS.
003926 3900-EXIT.
003927     EXIT.
003928*****************************************************************
003929*    4000-LIBERER - LES ECHEANCES ARRIVEES A DATE SONT VERSEES
003930*    AU FLUX DE REGLEMENT ET MARQUEES LIBEREES ; LES AUTRES SONT
003940*    RECOPIEES TELLES QUELLES ET LEUR SOLDE RESTANT EST CUMULE
003950*    PAR DOSSIER.
004980     DISPLAY 'HZEC0001 - ECHEANCES GENEREES : ' W-NB-EDIT.
004990     MOVE W-NB-LIBEREES TO W-NB-EDIT.
005000     DISPLAY 'HZEC0001 - ECHEANCES LIBEREES : ' W-NB-EDIT.
005003     MOVE W-NB-INSCRITS TO W-NB-EDIT.
005006     DISPLAY 'HZEC0001 - AVIS INSCRITS AU REGISTRE : ' W-NB-EDIT.
005010 8000-EXIT.
005020     EXIT.
