000100 IDENTIFICATION DIVISION.
000110  PROGRAM-ID.   AUDITFAC.
000120
000130* CONTROLE D'INTEGRITE DE L'ARCHIVE DES FACTURES, LANCE A LA
000140* DEMANDE DES COMMISSAIRES AUX COMPTES OU EN FIN D'EXERCICE :
000150*  - LA CHAINE DES SCEAUX EST PARCOURUE RANG PAR RANG ET LE SCEAU
000160*    DE CHAQUE DOCUMENT ENCORE PRESENT DANS FHISTFAC EST RECALCULE
000170*    (DOCUMENT ALTERE, CHAINE ROMPUE) ; LES MAILLONS DES DOCUMENTS
000180*    DECHARGES PAR PURGHIST NE SONT PLUS QUE DES MAILLONS ;
000190*  - CHAQUE NUMERO TIRE DU COMPTEUR D'EXERCICE DE FNUMFACT DOIT
000200*    ETRE SCELLE UNE FOIS ET UNE SEULE (NUMERO MANQUANT, NUMERO EN
000210*    DOUBLE) ;
000220*  - CHAQUE DOCUMENT DE L'HISTORIQUE DOIT ETRE SCELLE ET SON
000230*    NUMERO DOIT AVOIR ETE TIRE DU COMPTEUR (NON SCELLE, HORS
000240*    SEQUENCE).
000250* LES NUMEROS ANTERIEURS AU PREMIER DOCUMENT SCELLE (HISTORIQUE
000260* CONSTITUE AVANT LA MISE EN PLACE DE LA CHAINE) SONT SEULEMENT
000270* COMPTES. TOUTE ANOMALIE REND LA MAIN AVEC UN CODE RETOUR 8
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310  SPECIAL-NAMES.
000320      DECIMAL-POINT IS COMMA.
000330
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360* CHAINE DES SCEAUX DE L'ARCHIVE (MEME DEFINITION QUE
000370* FACTURES.CBL), TENUE PAR FACTURES, PENALITE ET PURGHIST
000380     SELECT SCEAUX ASSIGN TO FSCEAUX
000390     ORGANIZATION IS INDEXED
000400     ACCESS MODE IS DYNAMIC
000410     RECORD KEY IS SC-RANG
000420     ALTERNATE RECORD KEY IS SC-NO-DOC WITH DUPLICATES
000430     FILE STATUS IS FS-SCEAUX.
000440
000450* HISTORIQUE DES FACTURES EMISES (MEME DEFINITION QUE
000460* FACTURES.CBL), RELU POUR RECALCULER LES SCEAUX
000470     SELECT HISTFAC ASSIGN TO FHISTFAC
000480     ORGANIZATION IS INDEXED
000490     ACCESS MODE IS DYNAMIC
000500     RECORD KEY IS HIS-CLE
000510     ALTERNATE RECORD KEY IS HIS-O-NO WITH DUPLICATES
000520     ALTERNATE RECORD KEY IS HIS-C-NO WITH DUPLICATES
000530     FILE STATUS IS FS-HISTFAC.
000540
000550* FICHIER DU NUMEROTEUR (TENU PAR FACTURES) : LES COMPTEURS 'A'
000560* PAR EXERCICE DONNENT LES NUMEROS TIRES, LES CORRESPONDANCES 'O'
000570* LE NUMERO ATTRIBUE A CHAQUE COMMANDE
000580     SELECT NUMFACT ASSIGN TO FNUMFACT
000590     ORGANIZATION IS INDEXED
000600     ACCESS MODE IS DYNAMIC
000610     RECORD KEY IS NF-CLE
000620     FILE STATUS IS FS-NUMFACT.
000630
000640* COMPTE RENDU D'AUDIT : UNE LIGNE PAR ANOMALIE PUIS LES CUMULS
000650     SELECT LISTING ASSIGN TO MESAUDIT
000660     ORGANIZATION IS SEQUENTIAL
000670     FILE STATUS IS FS-LISTING.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710* CHAINE DES SCEAUX DES DOCUMENTS ARCHIVES : UN ENREGISTREMENT PAR
000720* DOCUMENT, DANS L'ORDRE D'ARCHIVAGE (RANG), AVEC SON SCEAU ET
000730* CELUI DU DOCUMENT PRECEDENT ; LE RANG 0 EST L'ENTETE DE LA
000740* CHAINE (DERNIER RANG ET DERNIER SCEAU)
000750 FD SCEAUX.
000760 01 ENR-SCEAU.
000770     05 SC-RANG            PIC 9(08).
000780     05 SC-NO-DOC          PIC X(10).
000790     05 SC-SCEAU           PIC 9(18).
000800     05 SC-DETAIL.
000810* TYPE D'ENTETE DU DOCUMENT ('E', 'A' OU 'P')
000820         10 SC-TYPE-DOC    PIC X(01).
000830         10 SC-NB-ENR      PIC 9(04).
000840         10 SC-SCEAU-PREC  PIC 9(18).
000850         10 SC-DATE        PIC X(10).
000860* 'A' ARCHIVE DANS FHISTFAC, 'D' DECHARGE PAR PURGHIST (LE SCEAU
000870* RESTE LE MAILLON DE LA CHAINE, LE DOCUMENT N'EST PLUS RELU)
000880         10 SC-STATUT      PIC X(01).
000890         10 SC-DATE-DECH   PIC X(10).
000900     05 SC-TETE REDEFINES SC-DETAIL.
000910         10 SC-DERNIER-RANG PIC 9(08).
000920         10 FILLER          PIC X(36).
000930     05 FILLER             PIC X(20).
000940
000950 FD HISTFAC.
000960 01 ENR-HIST.
000970     05 HIS-CLE.
000980         10 HIS-NO-DOC PIC X(10).
000990         10 HIS-SEQ    PIC 9(03).
001000* 'E' ENTETE DE FACTURE, 'A' ENTETE D'AVOIR, 'P' ENTETE DE
001010* FACTURE DE PENALITES, 'D' LIGNE, 'T' TOTAUX
001020     05 HIS-TYPE-ENR   PIC X(01).
001030     05 HIS-O-NO       PIC X(03).
001040     05 HIS-C-NO       PIC X(03).
001050     05 HIS-CORPS.
001060         10 HIS-ENTETE.
001070             15 HIS-O-DATE  PIC X(10).
001080             15 HIS-COMPANY PIC X(27).
001090             15 HIS-SIRET   PIC X(14).
001100* 'M' = FACTURE MENSUELLE REGROUPANT PLUSIEURS COMMANDES (LES
001110* LIGNES 'D' PORTENT CHACUNE LEUR COMMANDE DANS HIS-O-NO)
001120             15 HIS-TYPE-FACT PIC X(01).
001130             15 FILLER      PIC X(05).
001140         10 HIS-LIGNE REDEFINES HIS-ENTETE.
001150             15 HIS-P-NO        PIC X(03).
001160             15 HIS-DESCRIPTION PIC X(30).
001170             15 HIS-QUANTITY    PIC 9(02).
001180             15 HIS-PRICE       PIC 9(7)V99.
001190             15 HIS-REMISE      PIC 9(8)V99.
001200             15 HIS-TAUX-TVA    PIC 9(2)V9.
001210         10 HIS-TOTAUX REDEFINES HIS-ENTETE.
001220             15 HIS-TOTAL-HT     PIC 9(8)V99.
001230             15 HIS-MONTANT-TVA  PIC 9(8)V99.
001240             15 HIS-TOTAL-TTC    PIC 9(8)V99.
001250             15 HIS-TOTAL-REMISE PIC 9(8)V99.
001260             15 FILLER           PIC X(17).
001270
001280* 'A' + EXERCICE : DERNIER NUMERO TIRE (AAAA-NNNNN) ;
001290* 'O' + COMMANDE : NUMERO DE LA FACTURE DE LA COMMANDE
001300 FD NUMFACT.
001310 01 ENR-NUMFACT.
001320     05 NF-CLE.
001330         10 NF-CLE-TYPE PIC X(01).
001340         10 NF-CLE-REF  PIC X(04).
001350     05 NF-NO-FACTURE   PIC X(10).
001360     05 NF-TOTAL-TTC    PIC 9(8)V99.
001370     05 NF-TOTAL-AVOIR  PIC 9(8)V99.
001380
001390 FD LISTING.
001400 01 ENR-LISTING PIC X(69).
001410
001420 WORKING-STORAGE SECTION.
001430  77 FS-SCEAUX      PIC XX.
001440  77 FS-HISTFAC     PIC XX.
001450  77 FS-NUMFACT     PIC XX.
001460  77 FS-LISTING     PIC 99.
001470  77 WS-ANO         PIC 99.
001470
001470* SOUS-PROGRAMME DU REGISTRE DES RUNS DE LA CHAINE ET SA ZONE
001470* D'ECHANGE : LE RUN S'Y INSCRIT AU DEBUT, APRES CONTROLE DE SES
001470* PREREQUIS, ET A LA FIN AVEC SON CODE RETOUR ET SES COMPTEURS
001470  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
001470  01 WS-REGISTRE-RUN.
001470      05 REG-FONCTION     PIC X(01).
001470      05 REG-PROGRAMME    PIC X(08) VALUE 'AUDITFAC'.
001470      05 REG-MODE         PIC X(01) VALUE SPACE.
001470      05 REG-DATE-METIER  PIC X(10).
001470      05 REG-RANG         PIC 9(04).
001470      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
001470      05 REG-COMPTEUR OCCURS 3.
001470          10 REG-LIB-NB   PIC X(12).
001470          10 REG-NB       PIC 9(07).
001480
001490* RECALCUL DU SCEAU D'UN DOCUMENT PAR LE SOUS-PROGRAMME COMMUN
001500  77 WS-PROG-SCEAU PIC X(8) VALUE 'CALSCEAU'.
001510  01 WS-SCEAU-CALC.
001520      05 WS-SCEAU-H1 PIC 9(09) VALUE ZERO.
001530      05 WS-SCEAU-H2 PIC 9(09) VALUE ZERO.
001540  77 WS-NB-ENR-SCEAU PIC 9(04) VALUE ZERO.
001550  77 WS-NO-DOC-CRT   PIC X(10) VALUE SPACES.
001560
001570* ENTETE DE LA CHAINE ET PROGRESSION DU PARCOURS DES MAILLONS
001580  77 WS-TETE-RANG    PIC 9(08) VALUE ZERO.
001590  77 WS-TETE-SCEAU   PIC 9(18) VALUE ZERO.
001600  77 WS-RANG-ATTENDU PIC 9(08) VALUE ZERO.
001610  77 WS-SCEAU-PREC   PIC 9(18) VALUE ZERO.
001620* PLUS PETIT NUMERO SCELLE : LES NUMEROS ANTERIEURS ONT ETE EMIS
001630* AVANT LA MISE EN PLACE DE LA CHAINE
001640  77 WS-PREMIER-SCELLE PIC X(10) VALUE HIGH-VALUES.
001650
001660  77 WS-SW-TETE     PIC X(01) VALUE 'N'.
001670      88 TETE-PRESENTE         VALUE 'O'.
001680  77 WS-SW-SCX      PIC X(01) VALUE 'N'.
001690      88 FIN-SCEAUX            VALUE 'O'.
001700  77 WS-SW-FIN-DOC  PIC X(01) VALUE 'N'.
001710      88 FIN-DOC               VALUE 'O'.
001720  77 WS-SW-NUMF     PIC X(01) VALUE 'N'.
001730      88 FIN-NUMFACT           VALUE 'O'.
001740  77 WS-SW-HIST     PIC X(01) VALUE 'N'.
001750      88 FIN-HIST              VALUE 'O'.
001760  77 WS-SW-SCELLE   PIC X(01) VALUE 'N'.
001770      88 NUMERO-SCELLE         VALUE 'O'.
001780
001790* NUMERO RECONSTITUE A PARTIR DU COMPTEUR D'EXERCICE
001800  01 WS-NO-CTRL.
001810      05 WS-NO-CTRL-ANNEE PIC X(04).
001820      05 WS-NO-CTRL-TIRET PIC X(01) VALUE '-'.
001830      05 WS-NO-CTRL-SEQ   PIC 9(05).
001840  01 WS-NO-DERNIER.
001850      05 WS-DER-ANNEE PIC X(04).
001860      05 FILLER       PIC X(01).
001870      05 WS-DER-SEQ   PIC 9(05).
001880  77 WS-NO-I        PIC 9(6) COMP VALUE ZERO.
001890* NUMERO D'UN DOCUMENT DE L'HISTORIQUE, DECOUPE POUR LE CONTROLE
001900* DE SEQUENCE
001910  01 WS-NO-HIST.
001920      05 WS-HIST-ANNEE PIC X(04).
001930      05 FILLER        PIC X(01).
001940      05 WS-HIST-SEQ   PIC X(05).
001950
001960* CUMULS DE CONTROLE DE L'AUDIT
001970  77 WS-NB-MAILLONS     PIC 9(7) VALUE ZERO.
001980  77 WS-NB-DECHARGES    PIC 9(7) VALUE ZERO.
001990  77 WS-NB-NUMEROS      PIC 9(7) VALUE ZERO.
002000  77 WS-NB-DOCS         PIC 9(7) VALUE ZERO.
002010  77 WS-NB-ANTERIEURS   PIC 9(7) VALUE ZERO.
002020  77 WS-NB-ANOMALIES    PIC 9(7) VALUE ZERO.
002030
002040  01 L-AUD-SEPARATEUR.
002050      05 FILLER  PIC X(69) VALUE ALL '='.
002060
002070  01 L-AUD-TIRETS.
002080      05 FILLER  PIC X(69) VALUE ALL '-'.
002090
002100  01 L-AUD-TITRE.
002110      05 FILLER  PIC X(69)
002120       VALUE 'AUDIT D INTEGRITE DE L ARCHIVE DES FACTURES'.
002130
002140  01 L-AUD-COLONNES.
002150      05 FILLER  PIC X(37)
002160       VALUE 'DOCUMENT       RANG ANOMALIE        '.
002170      05 FILLER  PIC X(32) VALUE 'DETAIL'.
002180
002190  01 L-AUD-ANOMALIE.
002200      05 LA-NO-DOC    PIC X(10).
002210      05 FILLER       PIC X(01) VALUE SPACE.
002220      05 LA-RANG      PIC Z(7)9.
002230      05 FILLER       PIC X(01) VALUE SPACE.
002240      05 LA-ANOMALIE  PIC X(16).
002250      05 FILLER       PIC X(01) VALUE SPACE.
002260      05 LA-DETAIL    PIC X(32).
002270
002280  01 L-AUD-MAILLONS.
002290      05 FILLER    PIC X(30)
002300       VALUE 'MAILLONS DE LA CHAINE       :'.
002310      05 ED-AUD-MAILLONS PIC Z(6)9.
002320      05 FILLER    PIC X(32) VALUE ALL ' '.
002330
002340  01 L-AUD-DECHARGES.
002350      05 FILLER    PIC X(30)
002360       VALUE 'DONT DECHARGES (PURGHIST)   :'.
002370      05 ED-AUD-DECHARGES PIC Z(6)9.
002380      05 FILLER    PIC X(32) VALUE ALL ' '.
002390
002400  01 L-AUD-NUMEROS.
002410      05 FILLER    PIC X(30)
002420       VALUE 'NUMEROS TIRES CONTROLES     :'.
002430      05 ED-AUD-NUMEROS PIC Z(6)9.
002440      05 FILLER    PIC X(32) VALUE ALL ' '.
002450
002460  01 L-AUD-DOCS.
002470      05 FILLER    PIC X(30)
002480       VALUE 'DOCUMENTS DE L HISTORIQUE   :'.
002490      05 ED-AUD-DOCS PIC Z(6)9.
002500      05 FILLER    PIC X(32) VALUE ALL ' '.
002510
002520  01 L-AUD-ANTERIEURS.
002530      05 FILLER    PIC X(30)
002540       VALUE 'ANTERIEURS A LA CHAINE      :'.
002550      05 ED-AUD-ANTERIEURS PIC Z(6)9.
002560      05 FILLER    PIC X(32) VALUE ALL ' '.
002570
002580  01 L-AUD-ANOMALIES.
002590      05 FILLER    PIC X(30)
002600       VALUE 'ANOMALIES                   :'.
002610      05 ED-AUD-ANOMALIES PIC Z(6)9.
002620      05 FILLER    PIC X(32) VALUE ALL ' '.
002630
002640  01 L-AUD-OK.
002650      05 FILLER  PIC X(69)
002660       VALUE 'ARCHIVE INTEGRE, AUCUNE ANOMALIE'.
002670
002680  01 L-AUD-KO.
002690      05 FILLER  PIC X(69)
002700       VALUE 'ARCHIVE NON INTEGRE, VOIR LES ANOMALIES CI-DESSUS'.
002710
002720 PROCEDURE DIVISION.
002730
002740****** INSCRIPTION DU RUN AU REGISTRE DE LA CHAINE *****
002740     MOVE 'D' TO REG-FONCTION
002740     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
002740
002740*******OUVERTURE DES FICHIERS*******
002750     PERFORM OUV-FICHIERS
002760
002770     WRITE ENR-LISTING FROM L-AUD-SEPARATEUR
002780     WRITE ENR-LISTING FROM L-AUD-TITRE
002790     WRITE ENR-LISTING FROM L-AUD-SEPARATEUR
002800     WRITE ENR-LISTING FROM L-AUD-COLONNES
002810     WRITE ENR-LISTING FROM L-AUD-TIRETS
002820
002830****** PARCOURS DE LA CHAINE DES SCEAUX *****
002840     PERFORM CONTROLER-CHAINE
002850
002860****** CONTROLE DES NUMEROS TIRES ET ATTRIBUES *****
002870     PERFORM CONTROLER-NUMEROTEUR
002880
002890****** CONTROLE DES DOCUMENTS DE L'HISTORIQUE *****
002900     PERFORM CONTROLER-HISTORIQUE
002910
002920     PERFORM ECRITURE-CONTROLE
002930     PERFORM FERM-FICHIERS
002940     PERFORM ENREGISTRER-FIN-RUN
002940     GOBACK.
002950
002960 ABEND-PROG.
002970       DISPLAY "ANOMALIE GRAVE : ", FS-SCEAUX, " ", FS-HISTFAC,
002980               " ", FS-NUMFACT, " ", FS-LISTING
002990       COMPUTE WS-ANO = 1 / WS-ANO.
002990
002990* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
002990* COMPTEURS
002990 ENREGISTRER-FIN-RUN.
002990     MOVE 'F'         TO REG-FONCTION
002990     MOVE RETURN-CODE TO REG-CODE-RETOUR
002990     MOVE 'MAILLONS'     TO REG-LIB-NB(1)
002990     MOVE WS-NB-MAILLONS TO REG-NB(1)
002990     MOVE 'DOCUMENTS'    TO REG-LIB-NB(2)
002990     MOVE WS-NB-DOCS     TO REG-NB(2)
002990     MOVE 'ANOMALIES'    TO REG-LIB-NB(3)
002990     MOVE WS-NB-ANOMALIES TO REG-NB(3)
002990     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
003000
003010* LIGNE D'ANOMALIE PREPAREE DANS L-AUD-ANOMALIE PAR L'APPELANT
003020 ECRITURE-ANOMALIE.
003030     WRITE ENR-LISTING FROM L-AUD-ANOMALIE
003040     ADD 1 TO WS-NB-ANOMALIES.
003050
003060* PREMIER CONTROLE : LES MAILLONS SONT RELUS DANS L'ORDRE DES
003070* RANGS. CHAQUE MAILLON DOIT SUIVRE LE PRECEDENT SANS TROU ET
003080* PORTER SON SCEAU ; LE SCEAU D'UN DOCUMENT ENCORE ARCHIVE EST
003090* RECALCULE SUR SES ENREGISTREMENTS. LE DERNIER MAILLON DOIT
003100* CORRESPONDRE A L'ENTETE DE LA CHAINE (CHAINE TRONQUEE SINON)
003110 CONTROLER-CHAINE.
003120     MOVE ZERO TO SC-RANG
003130     READ SCEAUX
003140     EVALUATE TRUE
003150         WHEN FS-SCEAUX = ZERO OR FS-SCEAUX = '02'
003160             MOVE 'O' TO WS-SW-TETE
003170             MOVE SC-DERNIER-RANG TO WS-TETE-RANG
003180             MOVE SC-SCEAU        TO WS-TETE-SCEAU
003190         WHEN FS-SCEAUX = '23'
003200             MOVE 'N' TO WS-SW-TETE
003210         WHEN OTHER
003220             DISPLAY "ERR READ SCEAUX - FILE STATUS : ", FS-SCEAUX
003230             PERFORM ABEND-PROG
003240     END-EVALUATE
003250     MOVE 1 TO WS-RANG-ATTENDU
003260     MOVE ZERO TO WS-SCEAU-PREC
003270     MOVE 'N' TO WS-SW-SCX
003280     MOVE ZERO TO SC-RANG
003290     START SCEAUX KEY GREATER THAN SC-RANG
003300     IF FS-SCEAUX NOT = ZERO THEN
003310         MOVE 'O' TO WS-SW-SCX
003320     ELSE
003330         PERFORM LIRE-SCEAU-SUIVANT
003340     END-IF
003350     PERFORM UNTIL FIN-SCEAUX
003360         PERFORM CONTROLER-MAILLON
003370         PERFORM LIRE-SCEAU-SUIVANT
003380     END-PERFORM
003390     IF (NOT TETE-PRESENTE AND WS-NB-MAILLONS > ZERO)
003400        OR (TETE-PRESENTE
003410            AND (WS-TETE-RANG NOT = WS-RANG-ATTENDU - 1
003420                 OR WS-TETE-SCEAU NOT = WS-SCEAU-PREC)) THEN
003430         MOVE SPACES TO LA-NO-DOC
003440         MOVE ZERO TO LA-RANG
003450         MOVE 'CHAINE ROMPUE' TO LA-ANOMALIE
003460         MOVE 'ENTETE DE CHAINE DISCORDANTE' TO LA-DETAIL
003470         PERFORM ECRITURE-ANOMALIE
003480     END-IF.
003490
003500 LIRE-SCEAU-SUIVANT.
003510     READ SCEAUX NEXT
003520     EVALUATE TRUE
003530         WHEN FS-SCEAUX = ZERO OR FS-SCEAUX = '02'
003540             CONTINUE
003550         WHEN FS-SCEAUX = '10'
003560             MOVE 'O' TO WS-SW-SCX
003570         WHEN OTHER
003580             DISPLAY "ERR READ SCEAUX - FILE STATUS : ", FS-SCEAUX
003590             PERFORM ABEND-PROG
003600     END-EVALUATE.
003610
003620 CONTROLER-MAILLON.
003630     ADD 1 TO WS-NB-MAILLONS
003640     MOVE SC-NO-DOC TO LA-NO-DOC
003650     MOVE SC-RANG   TO LA-RANG
003660     IF SC-NO-DOC < WS-PREMIER-SCELLE THEN
003670         MOVE SC-NO-DOC TO WS-PREMIER-SCELLE
003680     END-IF
003690     IF SC-RANG NOT = WS-RANG-ATTENDU THEN
003700         MOVE 'CHAINE ROMPUE' TO LA-ANOMALIE
003710         MOVE 'RANG(S) MANQUANT(S) AVANT' TO LA-DETAIL
003720         PERFORM ECRITURE-ANOMALIE
003730     ELSE
003740         IF SC-SCEAU-PREC NOT = WS-SCEAU-PREC THEN
003750             MOVE 'CHAINE ROMPUE' TO LA-ANOMALIE
003760             MOVE 'SCEAU PRECEDENT DISCORDANT' TO LA-DETAIL
003770             PERFORM ECRITURE-ANOMALIE
003780         END-IF
003790     END-IF
003800     IF SC-STATUT = 'D' THEN
003810         ADD 1 TO WS-NB-DECHARGES
003820     ELSE
003830         MOVE SC-NO-DOC TO WS-NO-DOC-CRT
003840         MOVE SC-SCEAU-PREC TO WS-SCEAU-CALC
003850         PERFORM CALCULER-SCEAU-DOC
003860         EVALUATE TRUE
003870             WHEN WS-NB-ENR-SCEAU = ZERO
003880                 MOVE 'DOCUMENT ALTERE' TO LA-ANOMALIE
003890                 MOVE 'ABSENT DE L HISTORIQUE' TO LA-DETAIL
003900                 PERFORM ECRITURE-ANOMALIE
003910             WHEN WS-NB-ENR-SCEAU NOT = SC-NB-ENR
003920                 MOVE 'DOCUMENT ALTERE' TO LA-ANOMALIE
003930                 MOVE 'NOMBRE D ENREGISTREMENTS CHANGE'
003940                   TO LA-DETAIL
003950                 PERFORM ECRITURE-ANOMALIE
003960             WHEN WS-SCEAU-CALC NOT = SC-SCEAU
003970                 MOVE 'DOCUMENT ALTERE' TO LA-ANOMALIE
003980                 MOVE 'SCEAU RECALCULE DIFFERENT' TO LA-DETAIL
003990                 PERFORM ECRITURE-ANOMALIE
004000             WHEN OTHER
004010                 CONTINUE
004020         END-EVALUATE
004030     END-IF
004040     COMPUTE WS-RANG-ATTENDU = SC-RANG + 1
004050     MOVE SC-SCEAU TO WS-SCEAU-PREC.
004060
004070* LES ENREGISTREMENTS DU DOCUMENT SONT RELUS DANS L'ORDRE DE LEUR
004080* CLE ET INCORPORES UN A UN AU SCEAU, COMME A L'ARCHIVAGE
004090 CALCULER-SCEAU-DOC.
004100     MOVE ZERO TO WS-NB-ENR-SCEAU
004110     MOVE WS-NO-DOC-CRT TO HIS-NO-DOC
004120     MOVE ZERO TO HIS-SEQ
004130     START HISTFAC KEY NOT LESS THAN HIS-CLE
004140     IF FS-HISTFAC = ZERO THEN
004150         MOVE 'N' TO WS-SW-FIN-DOC
004160         PERFORM LIRE-HIST-SCEAU
004170     ELSE
004180         MOVE 'O' TO WS-SW-FIN-DOC
004190     END-IF
004200     PERFORM UNTIL FIN-DOC
004210         CALL WS-PROG-SCEAU USING BY REFERENCE WS-SCEAU-CALC
004220                                               ENR-HIST
004230         ADD 1 TO WS-NB-ENR-SCEAU
004240         PERFORM LIRE-HIST-SCEAU
004250     END-PERFORM.
004260
004270 LIRE-HIST-SCEAU.
004280     READ HISTFAC NEXT
004290     IF (FS-HISTFAC NOT = ZERO AND FS-HISTFAC NOT = '02')
004300        OR HIS-NO-DOC NOT = WS-NO-DOC-CRT THEN
004310         MOVE 'O' TO WS-SW-FIN-DOC
004320     END-IF.
004330
004340* DEUXIEME CONTROLE, SUR LE NUMEROTEUR : CHAQUE NUMERO DE 1 AU
004350* DERNIER NUMERO TIRE D'UN COMPTEUR D'EXERCICE DOIT ETRE SCELLE
004360* UNE SEULE FOIS ; CHAQUE CORRESPONDANCE DE COMMANDE DOIT DESIGNER
004370* UNE FACTURE DE CETTE COMMANDE
004380 CONTROLER-NUMEROTEUR.
004390     MOVE 'N' TO WS-SW-NUMF
004400     MOVE LOW-VALUES TO NF-CLE
004410     START NUMFACT KEY NOT LESS THAN NF-CLE
004420     IF FS-NUMFACT NOT = ZERO THEN
004430         MOVE 'O' TO WS-SW-NUMF
004440     ELSE
004450         PERFORM LIRE-NUMFACT-SUIVANT
004460     END-IF
004470     PERFORM UNTIL FIN-NUMFACT
004480         EVALUATE NF-CLE-TYPE
004490             WHEN 'A'
004500                 PERFORM CONTROLER-COMPTEUR
004510             WHEN 'O'
004520                 PERFORM CONTROLER-ATTRIBUTION
004530             WHEN OTHER
004540                 CONTINUE
004550         END-EVALUATE
004560         PERFORM LIRE-NUMFACT-SUIVANT
004570     END-PERFORM.
004580
004590 LIRE-NUMFACT-SUIVANT.
004600     READ NUMFACT NEXT
004610     EVALUATE TRUE
004620         WHEN FS-NUMFACT = ZERO OR FS-NUMFACT = '02'
004630             CONTINUE
004640         WHEN FS-NUMFACT = '10'
004650             MOVE 'O' TO WS-SW-NUMF
004660         WHEN OTHER
004670             DISPLAY "ERR READ NUMFACT - FILE STATUS : ",
004680                     FS-NUMFACT
004690             PERFORM ABEND-PROG
004700     END-EVALUATE.
004710
004720 CONTROLER-COMPTEUR.
004730     MOVE NF-NO-FACTURE TO WS-NO-DERNIER
004740     MOVE NF-CLE-REF    TO WS-NO-CTRL-ANNEE
004750     IF WS-DER-SEQ NOT NUMERIC THEN
004760         MOVE ZERO TO WS-DER-SEQ
004770     END-IF
004780     PERFORM CONTROLER-NUMERO
004790         VARYING WS-NO-I FROM 1 BY 1
004800         UNTIL WS-NO-I > WS-DER-SEQ.
004810
004820 CONTROLER-NUMERO.
004830     ADD 1 TO WS-NB-NUMEROS
004840     MOVE WS-NO-I TO WS-NO-CTRL-SEQ
004850     MOVE 'N' TO WS-SW-SCELLE
004860     MOVE WS-NO-CTRL TO SC-NO-DOC
004870     READ SCEAUX KEY IS SC-NO-DOC
004880     EVALUATE TRUE
004890         WHEN FS-SCEAUX = ZERO OR FS-SCEAUX = '02'
004900             MOVE 'O' TO WS-SW-SCELLE
004910         WHEN FS-SCEAUX = '23'
004920             CONTINUE
004930         WHEN OTHER
004940             DISPLAY "ERR READ SCEAUX - FILE STATUS : ", FS-SCEAUX
004950             PERFORM ABEND-PROG
004960     END-EVALUATE
004970     MOVE WS-NO-CTRL TO LA-NO-DOC
004980     IF NUMERO-SCELLE THEN
004990* UN SECOND MAILLON SOUS LE MEME NUMERO EST UN DOUBLON
005000         MOVE SC-RANG TO LA-RANG
005010         READ SCEAUX NEXT
005020         IF (FS-SCEAUX = ZERO OR FS-SCEAUX = '02')
005030            AND SC-NO-DOC = WS-NO-CTRL THEN
005040             MOVE 'NUMERO EN DOUBLE' TO LA-ANOMALIE
005050             MOVE 'SCELLE SOUS PLUSIEURS RANGS' TO LA-DETAIL
005060             PERFORM ECRITURE-ANOMALIE
005070         END-IF
005080     ELSE
005090         IF WS-NO-CTRL < WS-PREMIER-SCELLE THEN
005100             ADD 1 TO WS-NB-ANTERIEURS
005110         ELSE
005120             MOVE ZERO TO LA-RANG
005130             MOVE WS-NO-CTRL TO HIS-NO-DOC
005140             MOVE ZERO TO HIS-SEQ
005150             READ HISTFAC
005160             IF FS-HISTFAC = ZERO OR FS-HISTFAC = '02' THEN
005170                 MOVE 'NON SCELLE' TO LA-ANOMALIE
005180                 MOVE 'ARCHIVE SANS SCEAU' TO LA-DETAIL
005190             ELSE
005200                 MOVE 'NUMERO MANQUANT' TO LA-ANOMALIE
005210                 MOVE 'TIRE, NI SCELLE NI ARCHIVE' TO LA-DETAIL
005220             END-IF
005230             PERFORM ECRITURE-ANOMALIE
005240         END-IF
005250     END-IF.
005260
005270* UNE FACTURE NE PORTE QU'UNE COMMANDE, SAUF LA FACTURE MENSUELLE
005280* (UNE CORRESPONDANCE PAR COMMANDE REGROUPEE). UN NUMERO DONT
005290* L'ENTETE ARCHIVEE DESIGNE UNE AUTRE COMMANDE A ETE DONNE DEUX
005300* FOIS
005310 CONTROLER-ATTRIBUTION.
005320     IF NF-NO-FACTURE NOT = SPACES THEN
005330         MOVE NF-NO-FACTURE TO HIS-NO-DOC
005340         MOVE ZERO TO HIS-SEQ
005350         READ HISTFAC
005360         IF (FS-HISTFAC = ZERO OR FS-HISTFAC = '02')
005370            AND HIS-TYPE-ENR = 'E'
005380            AND HIS-TYPE-FACT NOT = 'M'
005390            AND HIS-O-NO NOT = NF-CLE-REF(1:3) THEN
005400             MOVE NF-NO-FACTURE TO LA-NO-DOC
005410             MOVE ZERO TO LA-RANG
005420             MOVE 'NUMERO EN DOUBLE' TO LA-ANOMALIE
005430             MOVE SPACES TO LA-DETAIL
005440             STRING 'ATTRIBUE AUSSI A LA CDE '
005450                    DELIMITED BY SIZE
005460                    NF-CLE-REF(1:3) DELIMITED BY SIZE
005470                    INTO LA-DETAIL
005480             END-STRING
005490             PERFORM ECRITURE-ANOMALIE
005500         END-IF
005510     END-IF.
005520
005530* TROISIEME CONTROLE : CHAQUE ENTETE DE L'HISTORIQUE DOIT ETRE
005540* SCELLEE ET SON NUMERO DOIT AVOIR ETE TIRE DU COMPTEUR DE SON
005550* EXERCICE
005560 CONTROLER-HISTORIQUE.
005570     MOVE 'N' TO WS-SW-HIST
005580     MOVE LOW-VALUES TO HIS-CLE
005590     START HISTFAC KEY NOT LESS THAN HIS-CLE
005600     IF FS-HISTFAC NOT = ZERO THEN
005610         MOVE 'O' TO WS-SW-HIST
005620     ELSE
005630         PERFORM LIRE-HIST-SUIVANT
005640     END-IF
005650     PERFORM UNTIL FIN-HIST
005660         IF HIS-SEQ = ZERO THEN
005670             PERFORM CONTROLER-DOCUMENT
005680         END-IF
005690         PERFORM LIRE-HIST-SUIVANT
005700     END-PERFORM.
005710
005720 LIRE-HIST-SUIVANT.
005730     READ HISTFAC NEXT
005740     EVALUATE TRUE
005750         WHEN FS-HISTFAC = ZERO OR FS-HISTFAC = '02'
005760             CONTINUE
005770         WHEN FS-HISTFAC = '10'
005780             MOVE 'O' TO WS-SW-HIST
005790         WHEN OTHER
005800             DISPLAY "ERR READ HISTFAC - FILE STATUS : ",
005810                     FS-HISTFAC
005820             PERFORM ABEND-PROG
005830     END-EVALUATE.
005840
005850 CONTROLER-DOCUMENT.
005860     ADD 1 TO WS-NB-DOCS
005870     MOVE HIS-NO-DOC TO WS-NO-HIST
005880     MOVE HIS-NO-DOC TO LA-NO-DOC
005890     MOVE ZERO TO LA-RANG
005900     MOVE HIS-NO-DOC TO SC-NO-DOC
005910     READ SCEAUX KEY IS SC-NO-DOC
005920     EVALUATE TRUE
005930         WHEN FS-SCEAUX = ZERO OR FS-SCEAUX = '02'
005940             MOVE SC-RANG TO LA-RANG
005950         WHEN FS-SCEAUX = '23'
005960* UN DOCUMENT NON SCELLE POSTERIEUR AU PREMIER NUMERO SCELLE A
005970* DEJA ETE SIGNALE PAR LE CONTROLE DU NUMEROTEUR QUAND SON NUMERO
005980* A ETE TIRE ; IL NE L'EST ICI QUE HORS COMPTEUR
005990             IF HIS-NO-DOC < WS-PREMIER-SCELLE THEN
006000                 ADD 1 TO WS-NB-ANTERIEURS
006010             END-IF
006020         WHEN OTHER
006030             DISPLAY "ERR READ SCEAUX - FILE STATUS : ", FS-SCEAUX
006040             PERFORM ABEND-PROG
006050     END-EVALUATE
006060     MOVE 'A' TO NF-CLE-TYPE
006070     MOVE WS-HIST-ANNEE TO NF-CLE-REF
006080     READ NUMFACT
006090     EVALUATE TRUE
006100         WHEN (FS-NUMFACT = ZERO OR FS-NUMFACT = '02')
006110              AND WS-HIST-SEQ NUMERIC
006120             MOVE NF-NO-FACTURE TO WS-NO-DERNIER
006130             IF WS-HIST-SEQ > WS-DER-SEQ THEN
006140                 MOVE 'HORS SEQUENCE' TO LA-ANOMALIE
006150                 MOVE 'AU DELA DU COMPTEUR D EXERCICE'
006160                   TO LA-DETAIL
006170                 PERFORM ECRITURE-ANOMALIE
006180                 IF FS-SCEAUX = '23' THEN
006190                     MOVE 'NON SCELLE' TO LA-ANOMALIE
006200                     MOVE 'NUMERO HORS COMPTEUR' TO LA-DETAIL
006210                     PERFORM ECRITURE-ANOMALIE
006220                 END-IF
006230             END-IF
006240         WHEN FS-NUMFACT = ZERO OR FS-NUMFACT = '02'
006250           OR FS-NUMFACT = '23'
006260             MOVE 'HORS SEQUENCE' TO LA-ANOMALIE
006270             MOVE 'SANS COMPTEUR D EXERCICE' TO LA-DETAIL
006280             PERFORM ECRITURE-ANOMALIE
006290             IF FS-SCEAUX = '23' THEN
006300                 MOVE 'NON SCELLE' TO LA-ANOMALIE
006310                 MOVE 'NUMERO HORS COMPTEUR' TO LA-DETAIL
006320                 PERFORM ECRITURE-ANOMALIE
006330             END-IF
006340         WHEN OTHER
006350             DISPLAY "ERR READ NUMFACT - FILE STATUS : ",
006360                     FS-NUMFACT
006370             PERFORM ABEND-PROG
006380     END-EVALUATE.
006390
006400* CUMULS DE L'AUDIT ; LA MOINDRE ANOMALIE REND LA MAIN AVEC UN
006410* CODE RETOUR NON NUL
006420 ECRITURE-CONTROLE.
006430     MOVE WS-NB-MAILLONS   TO ED-AUD-MAILLONS
006440     MOVE WS-NB-DECHARGES  TO ED-AUD-DECHARGES
006450     MOVE WS-NB-NUMEROS    TO ED-AUD-NUMEROS
006460     MOVE WS-NB-DOCS       TO ED-AUD-DOCS
006470     MOVE WS-NB-ANTERIEURS TO ED-AUD-ANTERIEURS
006480     MOVE WS-NB-ANOMALIES  TO ED-AUD-ANOMALIES
006490     WRITE ENR-LISTING FROM L-AUD-SEPARATEUR
006500     WRITE ENR-LISTING FROM L-AUD-MAILLONS
006510     WRITE ENR-LISTING FROM L-AUD-DECHARGES
006520     WRITE ENR-LISTING FROM L-AUD-NUMEROS
006530     WRITE ENR-LISTING FROM L-AUD-DOCS
006540     WRITE ENR-LISTING FROM L-AUD-ANTERIEURS
006550     WRITE ENR-LISTING FROM L-AUD-ANOMALIES
006560     IF WS-NB-ANOMALIES = ZERO THEN
006570         WRITE ENR-LISTING FROM L-AUD-OK
006580     ELSE
006590         WRITE ENR-LISTING FROM L-AUD-KO
006600         MOVE 8 TO RETURN-CODE
006610     END-IF
006620     WRITE ENR-LISTING FROM L-AUD-SEPARATEUR.
006630
006640* TOUS LES FICHIERS SONT LUS SANS MISE A JOUR ; UNE CHAINE ABSENTE
006650* EST UNE ANOMALIE DES QU'UN NUMERO A ETE TIRE, LE PARCOURS DES
006660* MAILLONS EST ALORS VIDE
006670 OUV-FICHIERS.
006680     OPEN INPUT SCEAUX
006690     IF FS-SCEAUX NOT = ZERO AND FS-SCEAUX NOT = '02' THEN
006700         DISPLAY "ERR OPEN SCEAUX - FILE STATUS : ", FS-SCEAUX
006710         PERFORM ABEND-PROG
006720     END-IF
006730     OPEN INPUT HISTFAC
006740     IF FS-HISTFAC NOT = ZERO AND FS-HISTFAC NOT = '02' THEN
006750         DISPLAY "ERR OPEN HISTFAC - FILE STATUS : ", FS-HISTFAC
006760         PERFORM ABEND-PROG
006770     END-IF
006780     OPEN INPUT NUMFACT
006790     IF FS-NUMFACT NOT = ZERO AND FS-NUMFACT NOT = '02' THEN
006800         DISPLAY "ERR OPEN NUMFACT - FILE STATUS : ", FS-NUMFACT
006810         PERFORM ABEND-PROG
006820     END-IF
006830     OPEN OUTPUT LISTING
006840     IF FS-LISTING NOT = ZERO THEN
006850         DISPLAY "ERR OPEN MESAUDIT - FILE STATUS : ", FS-LISTING
006860         PERFORM ABEND-PROG
006870     END-IF.
006880
006890 FERM-FICHIERS.
006900     CLOSE SCEAUX
006900     IF FS-SCEAUX NOT = ZERO THEN
006900         DISPLAY "ERR CLOSE SCEAUX - FILE STATUS : ", FS-SCEAUX
006900         PERFORM ABEND-PROG
006900     END-IF
006910     CLOSE HISTFAC
006910     IF FS-HISTFAC NOT = ZERO THEN
006910         DISPLAY "ERR CLOSE HISTFAC - FILE STATUS : ", FS-HISTFAC
006910         PERFORM ABEND-PROG
006910     END-IF
006920     CLOSE NUMFACT
006920     IF FS-NUMFACT NOT = ZERO THEN
006920         DISPLAY "ERR CLOSE NUMFACT - FILE STATUS : ", FS-NUMFACT
006920         PERFORM ABEND-PROG
006920     END-IF
006930     CLOSE LISTING
006940     IF FS-LISTING NOT = ZERO THEN
006950         DISPLAY "ERR CLOSE MESAUDIT - FILE STATUS : ",
006960                 FS-LISTING
006970         PERFORM ABEND-PROG
006980     END-IF.
