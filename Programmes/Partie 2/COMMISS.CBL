000100 IDENTIFICATION DIVISION.
000110  PROGRAM-ID.   COMMISS.
000120
000130 ENVIRONMENT DIVISION.
000140 CONFIGURATION SECTION.
000150  SPECIAL-NAMES.
000160      DECIMAL-POINT IS COMMA.
000170
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200* TABLE DES TAUX DE COMMISSION PAR DEPARTEMENT (FICHIER DE
000210* PARAMETRES) : UNE LIGNE PAR DEPARTEMENT, LE DEPARTEMENT '**'
000220* DONNANT LE TAUX DES DEPARTEMENTS NON CITES
000230     SELECT TAUXCOM ASSIGN TO FTAUXCOM
000240     ORGANIZATION IS SEQUENTIAL
000250     FILE STATUS IS FS-TAUXCOM.
000260
000270* FICHIER DES REGLEMENTS TENU PAR ENCAISSE : LE CUMUL PAYE PAR
000280* COMMANDE EST LA BASE DES COMMISSIONS, SEUL L'ENCAISSE ETANT
000290* COMMISSIONNE
000300     SELECT REGLEMENTS ASSIGN TO FREGLMNT
000310     ORGANIZATION IS INDEXED
000320     ACCESS MODE IS DYNAMIC
000330     RECORD KEY IS RG-O-NO
000340     FILE STATUS IS FS-REGLEMENTS.
000350
000360* FICHIER DU NUMEROTEUR DE FACTURES (TENU PAR FACTURES) : LES
000370* ENREGISTREMENTS 'O' DONNENT LA FACTURE, LE TTC ET LE CUMUL DES
000380* AVOIRS DE LA COMMANDE
000390     SELECT NUMFACT ASSIGN TO FNUMFACT
000400     ORGANIZATION IS INDEXED
000410     ACCESS MODE IS DYNAMIC
000420     RECORD KEY IS NF-CLE
000430     FILE STATUS IS FS-NUMFACT.
000440
000450* HISTORIQUE DES FACTURES EMISES (MEME DEFINITION QUE
000460* FACTURES.CBL) : LES TOTAUX, OU LES LIGNES D'UNE FACTURE
000470* MENSUELLE, DONNENT LE HT FACTURE DE LA COMMANDE
000480     SELECT HISTFAC ASSIGN TO FHISTFAC
000490     ORGANIZATION IS INDEXED
000500     ACCESS MODE IS DYNAMIC
000510     RECORD KEY IS HIS-CLE
000520     ALTERNATE RECORD KEY IS HIS-O-NO WITH DUPLICATES
000530     ALTERNATE RECORD KEY IS HIS-C-NO WITH DUPLICATES
000540     FILE STATUS IS FS-HISTFAC.
000550
000560* COMMISSIONS DEJA CALCULEES : UN ENREGISTREMENT PAR COMMANDE
000570* AVEC LES CUMULS COMMISSIONNES ET CEUX D'AVANT LA DERNIERE
000580* PERIODE, POUR QU'UNE RELANCE DE LA MEME PERIODE REFASSE LES
000590* RELEVES SANS RIEN PAYER DEUX FOIS
000600     SELECT COMMISSIONS ASSIGN TO FCOMMIS
000610     ORGANIZATION IS INDEXED
000620     ACCESS MODE IS DYNAMIC
000630     RECORD KEY IS CM-O-NO
000640     FILE STATUS IS FS-COMMISSIONS.
000650
000660* RELEVES DE COMMISSIONS REMIS AUX RESSOURCES HUMAINES : UN
000670* RELEVE PAR VENDEUR, REGROUPES PAR DEPARTEMENT
000680     SELECT LISTING ASSIGN TO MESCOMMI
000690     ORGANIZATION IS SEQUENTIAL
000700     FILE STATUS IS FS-LISTING.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740* TAUX EN POURCENTAGE DE LA BASE HT ENCAISSEE (0250 = 2,50 %)
000750 FD TAUXCOM.
000760 01 ENR-TAUX.
000770     05 TX-DEPT        PIC X(02).
000780     05 TX-TAUX        PIC 9(2)V99.
000790     05 FILLER         PIC X(74).
000800
000810* 'P' REGLEMENT PARTIEL, 'S' SOLDE, 'I' PASSEE EN PERTE
000820 FD REGLEMENTS.
000830 01 ENR-REGLEMENT.
000840     05 RG-O-NO         PIC X(03).
000850     05 RG-TOTAL-PAYE   PIC 9(8)V99.
000860     05 RG-DATE-DERNIER PIC X(10).
000870     05 RG-STATUT       PIC X(01).
000880
000890 FD NUMFACT.
000900 01 ENR-NUMFACT.
000910     05 NF-CLE.
000920         10 NF-CLE-TYPE PIC X(01).
000930         10 NF-CLE-REF  PIC X(04).
000940     05 NF-NO-FACTURE   PIC X(10).
000950     05 NF-TOTAL-TTC    PIC 9(8)V99.
000960     05 NF-TOTAL-AVOIR  PIC 9(8)V99.
000970
000980 FD HISTFAC.
000990 01 ENR-HIST.
001000     05 HIS-CLE.
001010         10 HIS-NO-DOC PIC X(10).
001020         10 HIS-SEQ    PIC 9(03).
001030* 'E' ENTETE DE FACTURE, 'A' ENTETE D'AVOIR, 'P' ENTETE DE
001040* FACTURE DE PENALITES, 'D' LIGNE, 'T' TOTAUX
001050     05 HIS-TYPE-ENR   PIC X(01).
001060     05 HIS-O-NO       PIC X(03).
001070     05 HIS-C-NO       PIC X(03).
001080     05 HIS-CORPS.
001090         10 HIS-ENTETE.
001100             15 HIS-O-DATE  PIC X(10).
001110             15 HIS-COMPANY PIC X(27).
001120             15 HIS-SIRET   PIC X(14).
001130* 'M' = FACTURE MENSUELLE REGROUPANT PLUSIEURS COMMANDES (LES
001140* LIGNES 'D' PORTENT CHACUNE LEUR COMMANDE DANS HIS-O-NO)
001150             15 HIS-TYPE-FACT PIC X(01).
001160             15 FILLER      PIC X(05).
001170         10 HIS-LIGNE REDEFINES HIS-ENTETE.
001180             15 HIS-P-NO        PIC X(03).
001190             15 HIS-DESCRIPTION PIC X(30).
001200             15 HIS-QUANTITY    PIC 9(02).
001210             15 HIS-PRICE       PIC 9(7)V99.
001220             15 HIS-REMISE      PIC 9(8)V99.
001230             15 HIS-TAUX-TVA    PIC 9(2)V9.
001240         10 HIS-TOTAUX REDEFINES HIS-ENTETE.
001250             15 HIS-TOTAL-HT     PIC 9(8)V99.
001260             15 HIS-MONTANT-TVA  PIC 9(8)V99.
001270             15 HIS-TOTAL-TTC    PIC 9(8)V99.
001280             15 HIS-TOTAL-REMISE PIC 9(8)V99.
001290             15 FILLER           PIC X(17).
001300
001310* LES CUMULS PORTENT SUR L'ENCAISSE RETENU (PLAFONNE AU TTC NET
001320* D'AVOIRS) ET SUR SA BASE HT ; LES ZONES -PREC SONT LES CUMULS
001330* D'AVANT CM-PERIODE, REPRIS QUAND CETTE PERIODE EST RELANCEE
001340 FD COMMISSIONS.
001350 01 ENR-COMMISSION.
001360     05 CM-O-NO            PIC X(03).
001370* VENDEUR COMMISSIONNE, A QUI LES REPRISES SONT IMPUTEES
001380     05 CM-S-NO            PIC X(02).
001390     05 CM-NO-FACTURE      PIC X(10).
001400* DERNIERE PERIODE (AAAA-MM) AYANT MODIFIE LES CUMULS
001410     05 CM-PERIODE         PIC X(07).
001420     05 CM-TAUX            PIC 9(2)V99.
001430     05 CM-ENCAISSE        PIC 9(8)V99.
001440     05 CM-BASE            PIC 9(8)V99.
001450     05 CM-COMMISSION      PIC S9(8)V99.
001460     05 CM-ENCAISSE-PREC   PIC 9(8)V99.
001470     05 CM-BASE-PREC       PIC 9(8)V99.
001480     05 CM-COMMISSION-PREC PIC S9(8)V99.
001490     05 FILLER             PIC X(20).
001500
001510 FD LISTING.
001520 01 ENR-LISTING PIC X(69).
001530
001540 WORKING-STORAGE SECTION.
001550  77 FS-TAUXCOM     PIC XX.
001560  77 FS-REGLEMENTS  PIC XX.
001570  77 FS-NUMFACT     PIC XX.
001580  77 FS-HISTFAC     PIC XX.
001590  77 FS-COMMISSIONS PIC XX.
001600  77 FS-LISTING     PIC 99.
001610  77 WS-ANO         PIC 99.
001610
001610* SOUS-PROGRAMME DU REGISTRE DES RUNS DE LA CHAINE ET SA ZONE
001610* D'ECHANGE : LE RUN S'Y INSCRIT AU DEBUT, APRES CONTROLE DE SES
001610* PREREQUIS, ET A LA FIN AVEC SON CODE RETOUR ET SES COMPTEURS
001610  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
001610  01 WS-REGISTRE-RUN.
001610      05 REG-FONCTION     PIC X(01).
001610      05 REG-PROGRAMME    PIC X(08) VALUE 'COMMISS'.
001610      05 REG-MODE         PIC X(01) VALUE SPACE.
001610      05 REG-DATE-METIER  PIC X(10).
001610      05 REG-RANG         PIC 9(04).
001610      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
001610      05 REG-COMPTEUR OCCURS 3.
001610          10 REG-LIB-NB   PIC X(12).
001610          10 REG-NB       PIC 9(07).
001620
001630* PERIODE COMMISSIONNEE, RECUE EN SYSIN AU FORMAT AAAA-MM ; LES
001640* ENCAISSEMENTS ENREGISTRES APRES SON DERNIER JOUR ATTENDENT LA
001650* PERIODE SUIVANTE
001660  77 WS-PERIODE     PIC X(07).
001670  77 WS-FIN-PERIODE PIC X(10).
001680
001690* TABLE DES TAUX PAR DEPARTEMENT CHARGEE EN DEBUT DE RUN
001700  01 T-TAUX.
001710      05 T-TAUX-LIGNE OCCURS 50 TIMES.
001720          10 TT-DEPT    PIC X(02).
001730          10 TT-TAUX    PIC 9(2)V99.
001740  77 WS-NB-TAUX     PIC 9(4) COMP VALUE ZERO.
001750  77 WS-TAUX-I      PIC 9(4) COMP VALUE ZERO.
001760  77 WS-SW-TAUX     PIC X(01) VALUE 'N'.
001770      88 TAUX-TROUVE           VALUE 'O'.
001780  77 WS-TAUX        PIC 9(2)V99 VALUE ZERO.
001790  77 WS-TAUX-DEFAUT PIC 9(2)V99 VALUE ZERO.
001800  77 WS-SW-DEFAUT   PIC X(01) VALUE 'N'.
001810      88 DEFAUT-PRESENT        VALUE 'O'.
001820
001830  77 WS-SW-TAUXCOM  PIC X(01) VALUE 'N'.
001840      88 FIN-TAUXCOM           VALUE 'O'.
001850  77 WS-SW-REGL     PIC X(01) VALUE 'N'.
001860      88 FIN-REGLEMENTS        VALUE 'O'.
001870  77 WS-SW-FIN-DOC  PIC X(01) VALUE 'N'.
001880      88 FIN-DOC               VALUE 'O'.
001890* LA COMMANDE A DEJA UN ENREGISTREMENT DE COMMISSION
001900  77 WS-SW-COMMIS   PIC X(01) VALUE 'N'.
001910      88 COMMISSION-EXISTE     VALUE 'O'.
001920* LA COMMANDE EST FACTUREE ET SON HT A ETE RETROUVE
001930  77 WS-SW-COMMANDE PIC X(01) VALUE 'N'.
001940      88 COMMANDE-RETENUE      VALUE 'O'.
001950
001960* MONTANTS DE LA COMMANDE EN COURS : HT ET TTC FACTURES, TTC NET
001970* D'AVOIRS, ENCAISSE RETENU ET BASE HT CORRESPONDANTE
001980  77 WS-TOTAL-HT       PIC 9(8)V99 VALUE ZERO.
001990  77 WS-TOTAL-TTC      PIC 9(8)V99 VALUE ZERO.
002000  77 WS-TOTAL-LIGNE    PIC 9(8)V99 VALUE ZERO.
002010  77 WS-NET-TTC        PIC 9(8)V99 VALUE ZERO.
002020  77 WS-ENCAISSE       PIC 9(8)V99 VALUE ZERO.
002030  77 WS-BASE           PIC 9(8)V99 VALUE ZERO.
002040* CUMULS DE DEPART (DEJA COMMISSIONNES AVANT LA PERIODE)
002050  77 WS-ENCAISSE-DEP   PIC 9(8)V99 VALUE ZERO.
002060  77 WS-BASE-DEP       PIC 9(8)V99 VALUE ZERO.
002070  77 WS-COMMISSION-DEP PIC S9(8)V99 VALUE ZERO.
002080* MOUVEMENT DE LA PERIODE, NEGATIF POUR UNE REPRISE
002090  77 WS-DELTA-ENC      PIC S9(8)V99 VALUE ZERO.
002100  77 WS-DELTA-BASE     PIC S9(8)V99 VALUE ZERO.
002110  77 WS-COMMISSION     PIC S9(8)V99 VALUE ZERO.
002120
002130* VENDEUR ET DEPARTEMENT DE LA COMMANDE
002140  77 WS-S-NO        PIC X(02) VALUE SPACES.
002150  77 WS-NOM-VENDEUR PIC X(41) VALUE SPACES.
002160
002170* LIGNES DES RELEVES, INSEREES DANS L'ORDRE DEPARTEMENT, VENDEUR,
002180* COMMANDE AU FIL DU PARCOURS DES REGLEMENTS PUIS EDITEES EN FIN
002190* DE RUN (LE DEPASSEMENT EST CONTROLE A L'INSERTION)
002200  01 T-COMMISSIONS.
002210      05 T-COM-LIGNE OCCURS 2000 TIMES.
002220          10 TC-CLE.
002230              15 TC-DEPT     PIC X(02).
002240              15 TC-S-NO     PIC X(02).
002250              15 TC-O-NO     PIC X(03).
002260          10 TC-NO-FACTURE   PIC X(10).
002270          10 TC-DNAME        PIC X(20).
002280          10 TC-NOM          PIC X(41).
002290          10 TC-TAUX         PIC 9(2)V99.
002300          10 TC-ENCAISSE     PIC S9(8)V99.
002310          10 TC-BASE         PIC S9(8)V99.
002320          10 TC-COMMISSION   PIC S9(8)V99.
002330  77 WS-NB-COMS     PIC 9(4) COMP VALUE ZERO.
002340  77 WS-COM-I       PIC 9(4) COMP VALUE ZERO.
002350  77 WS-COM-J       PIC 9(4) COMP VALUE ZERO.
002360  01 WS-COM-CLE.
002370      05 WS-COM-DEPT PIC X(02).
002380      05 WS-COM-S-NO PIC X(02).
002390      05 WS-COM-O-NO PIC X(03).
002400
002410* RUPTURES DE L'EDITION
002420  77 WS-SW-PREMIERE PIC X(01) VALUE 'O'.
002430      88 PREMIERE-LIGNE        VALUE 'O'.
002440  77 WS-DEPT-COURANT PIC X(02) VALUE SPACES.
002450  77 WS-S-NO-COURANT PIC X(02) VALUE SPACES.
002460  77 WS-VEN-ENCAISSE   PIC S9(9)V99 VALUE ZERO.
002470  77 WS-VEN-BASE       PIC S9(9)V99 VALUE ZERO.
002480  77 WS-VEN-COMMISSION PIC S9(9)V99 VALUE ZERO.
002490  77 WS-DEP-ENCAISSE   PIC S9(9)V99 VALUE ZERO.
002500  77 WS-DEP-BASE       PIC S9(9)V99 VALUE ZERO.
002510  77 WS-DEP-COMMISSION PIC S9(9)V99 VALUE ZERO.
002520  77 WS-GEN-ENCAISSE   PIC S9(9)V99 VALUE ZERO.
002530  77 WS-GEN-BASE       PIC S9(9)V99 VALUE ZERO.
002540  77 WS-GEN-COMMISSION PIC S9(9)V99 VALUE ZERO.
002550
002560* CUMULS DE CONTROLE DU RUN
002570  77 WS-NB-LUS         PIC 9(6) VALUE ZERO.
002580  77 WS-NB-LIGNES      PIC 9(6) VALUE ZERO.
002590  77 WS-NB-REPRISES    PIC 9(6) VALUE ZERO.
002600  77 WS-NB-REPORTEES   PIC 9(6) VALUE ZERO.
002610  77 WS-NB-SANS-TAUX   PIC 9(6) VALUE ZERO.
002620  77 WS-NB-ULTERIEURES PIC 9(6) VALUE ZERO.
002630  77 WS-NB-HORS        PIC 9(6) VALUE ZERO.
002640
002650  01 L-COM-SEPARATEUR.
002660      05 FILLER  PIC X(69) VALUE ALL '='.
002670
002680  01 L-COM-TIRETS.
002690      05 FILLER  PIC X(69) VALUE ALL '-'.
002700
002710  01 L-COM-TITRE.
002720      05 FILLER  PIC X(41)
002730       VALUE 'RELEVES DE COMMISSIONS SUR ENCAISSEMENTS'.
002740      05 FILLER  PIC X(08) VALUE 'PERIODE '.
002750      05 CT-PERIODE PIC X(07).
002760      05 FILLER  PIC X(13) VALUE ALL ' '.
002770
002780  01 L-COM-ANOMALIE.
002790      05 FILLER     PIC X(11) VALUE 'ANOMALIE : '.
002800      05 FILLER     PIC X(04) VALUE 'CDE '.
002810      05 LA-O-NO    PIC X(03).
002820      05 FILLER     PIC X(09) VALUE ' VENDEUR '.
002830      05 LA-S-NO    PIC X(02).
002840      05 FILLER     PIC X(06) VALUE ' DEPT '.
002850      05 LA-DEPT    PIC X(02).
002860      05 FILLER     PIC X(32)
002870       VALUE ' SANS TAUX, NON COMMISSIONNEE'.
002880
002890  01 L-COM-DEPT.
002900      05 FILLER     PIC X(12) VALUE 'DEPARTEMENT '.
002910      05 LD-DEPT    PIC X(02).
002920      05 FILLER     PIC X(01) VALUE SPACE.
002930      05 LD-DNAME   PIC X(20).
002940      05 FILLER     PIC X(06) VALUE ' TAUX '.
002950      05 LD-TAUX    PIC Z9,99.
002960      05 FILLER     PIC X(02) VALUE ' %'.
002970      05 FILLER     PIC X(21) VALUE ALL ' '.
002980
002990  01 L-COM-VENDEUR.
003000      05 FILLER     PIC X(18) VALUE 'RELEVE DU VENDEUR '.
003010      05 LV-S-NO    PIC X(02).
003020      05 FILLER     PIC X(01) VALUE SPACE.
003030      05 LV-NOM     PIC X(41).
003040      05 FILLER     PIC X(07) VALUE ALL ' '.
003050
003060  01 L-COM-COLONNES.
003070      05 FILLER  PIC X(28)
003080       VALUE 'CDE FACTURE    ENCAISSE TTC '.
003090      05 FILLER  PIC X(41)
003100       VALUE '     BASE HT  COMMISSION MOTIF'.
003110
003120  01 L-COM-DETAIL.
003130      05 LC-O-NO       PIC X(03).
003140      05 FILLER        PIC X(01) VALUE SPACE.
003150      05 LC-NO-FACTURE PIC X(10).
003160      05 FILLER        PIC X(01) VALUE SPACE.
003170      05 LC-ENCAISSE   PIC Z(7)9,99-.
003180      05 FILLER        PIC X(01) VALUE SPACE.
003190      05 LC-BASE       PIC Z(7)9,99-.
003200      05 FILLER        PIC X(01) VALUE SPACE.
003210      05 LC-COMMISSION PIC Z(6)9,99-.
003220      05 FILLER        PIC X(01) VALUE SPACE.
003230      05 LC-MOTIF      PIC X(16).
003240
003250  01 L-COM-TOTAL.
003260      05 LT-LIBELLE    PIC X(15).
003270      05 LT-ENCAISSE   PIC Z(7)9,99-.
003280      05 FILLER        PIC X(01) VALUE SPACE.
003290      05 LT-BASE       PIC Z(7)9,99-.
003300      05 FILLER        PIC X(01) VALUE SPACE.
003310      05 LT-COMMISSION PIC Z(6)9,99-.
003320      05 FILLER        PIC X(17) VALUE ALL ' '.
003330
003340  01 L-COM-LUS.
003350      05 FILLER    PIC X(30)
003360       VALUE 'REGLEMENTS LUS              :'.
003370      05 ED-COM-LUS PIC Z(6)9.
003380      05 FILLER    PIC X(32) VALUE ALL ' '.
003390
003400  01 L-COM-LIGNES.
003410      05 FILLER    PIC X(30)
003420       VALUE 'LIGNES DE COMMISSION        :'.
003430      05 ED-COM-LIGNES PIC Z(6)9.
003440      05 FILLER    PIC X(32) VALUE ALL ' '.
003450
003460  01 L-COM-REPRISES.
003470      05 FILLER    PIC X(30)
003480       VALUE 'DONT REPRISES SUR AVOIRS    :'.
003490      05 ED-COM-REPRISES PIC Z(6)9.
003500      05 FILLER    PIC X(32) VALUE ALL ' '.
003510
003520  01 L-COM-REPORTEES.
003530      05 FILLER    PIC X(30)
003540       VALUE 'REPORTEES A LA PERIODE SUIV.:'.
003550      05 ED-COM-REPORTEES PIC Z(6)9.
003560      05 FILLER    PIC X(32) VALUE ALL ' '.
003570
003580  01 L-COM-SANS-TAUX.
003590      05 FILLER    PIC X(30)
003600       VALUE 'SANS TAUX DE COMMISSION     :'.
003610      05 ED-COM-SANS-TAUX PIC Z(6)9.
003620      05 FILLER    PIC X(32) VALUE ALL ' '.
003630
003640  01 L-COM-ULTERIEURES.
003650      05 FILLER    PIC X(30)
003660       VALUE 'COMMISSIONNEES APRES PERIODE:'.
003670      05 ED-COM-ULTERIEURES PIC Z(6)9.
003680      05 FILLER    PIC X(32) VALUE ALL ' '.
003690
003700  01 L-COM-HORS.
003710      05 FILLER    PIC X(30)
003720       VALUE 'HORS COMMISSION             :'.
003730      05 ED-COM-HORS PIC Z(6)9.
003740      05 FILLER    PIC X(32) VALUE ALL ' '.
003750
003760     EXEC SQL
003770       INCLUDE SQLCA
003780     END-EXEC
003790
003800     EXEC SQL
003810       INCLUDE ORDERS
003820     END-EXEC
003830
003840     EXEC SQL
003850       INCLUDE EMP
003860     END-EXEC
003870
003880     EXEC SQL
003890       INCLUDE DEP
003900     END-EXEC
003910
003920 PROCEDURE DIVISION.
003930
003940****** RECEPTION DE LA PERIODE A COMMISSIONNER *****
003950     ACCEPT WS-PERIODE FROM SYSIN
003960     MOVE SPACES TO WS-FIN-PERIODE
003970     STRING WS-PERIODE DELIMITED BY SIZE
003980            '-31' DELIMITED BY SIZE
003990            INTO WS-FIN-PERIODE
004000     END-STRING
004010
004020****** INSCRIPTION DU RUN AU REGISTRE DE LA CHAINE *****
004020     MOVE 'D' TO REG-FONCTION
004020     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
004020
004020*******OUVERTURE DES FICHIERS*******
004030     PERFORM OUV-FICHIERS
004040     PERFORM CHARGER-TAUX
004050
004060     MOVE WS-PERIODE TO CT-PERIODE
004070     WRITE ENR-LISTING FROM L-COM-SEPARATEUR
004080     WRITE ENR-LISTING FROM L-COM-TITRE
004090     WRITE ENR-LISTING FROM L-COM-SEPARATEUR
004100
004110****** PARCOURS DES REGLEMENTS *****
004120     PERFORM LIRE-REGLEMENT-SUIVANT
004130     PERFORM UNTIL FIN-REGLEMENTS
004140         PERFORM TRAITER-REGLEMENT
004150         PERFORM LIRE-REGLEMENT-SUIVANT
004160     END-PERFORM
004170
004180****** EDITION DES RELEVES *****
004190     PERFORM EDITER-RELEVES
004200     PERFORM ECRITURE-CONTROLE
004210     PERFORM FERM-FICHIERS
004220     PERFORM ENREGISTRER-FIN-RUN
004220     GOBACK.
004230
004240 TEST-SQLCODE.
004250      EVALUATE TRUE
004260         WHEN SQLCODE = ZERO
004270                 CONTINUE
004280          WHEN SQLCODE > 0
004290              IF SQLCODE = +100
004300                  DISPLAY "JEU DE DONNEES VIDE OU FINI"
004310              ELSE
004320                  DISPLAY "WARNING : ", SQLCODE
004330              END-IF
004340          WHEN SQLCODE < ZERO
004350              PERFORM ABEND-PROG
004360      END-EVALUATE.
004370
004380 ABEND-PROG.
004390       DISPLAY "ANOMALIE GRAVE : ", SQLCODE, " ", FS-REGLEMENTS,
004400               " ", FS-COMMISSIONS, " ", FS-LISTING
004410       COMPUTE WS-ANO = 1 / WS-ANO.
004410
004410* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
004410* COMPTEURS
004410 ENREGISTRER-FIN-RUN.
004410     MOVE 'F'         TO REG-FONCTION
004410     MOVE RETURN-CODE TO REG-CODE-RETOUR
004410     MOVE 'REGLEMENTS'   TO REG-LIB-NB(1)
004410     MOVE WS-NB-LUS      TO REG-NB(1)
004410     MOVE 'LIGNES'       TO REG-LIB-NB(2)
004410     MOVE WS-NB-LIGNES   TO REG-NB(2)
004410     MOVE 'SANS TAUX'    TO REG-LIB-NB(3)
004410     MOVE WS-NB-SANS-TAUX TO REG-NB(3)
004410     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
004420
004430* CHARGEMENT DE LA TABLE DES TAUX ; LE DEPARTEMENT '**' DONNE LE
004440* TAUX PAR DEFAUT
004450 CHARGER-TAUX.
004460     PERFORM LIRE-TAUX-SUIVANT
004470     PERFORM UNTIL FIN-TAUXCOM
004480         IF TX-DEPT = '**' THEN
004490             MOVE TX-TAUX TO WS-TAUX-DEFAUT
004500             MOVE 'O' TO WS-SW-DEFAUT
004510         ELSE
004520             IF WS-NB-TAUX >= 50 THEN
004530                 DISPLAY "TABLE T-TAUX PLEINE"
004540                 PERFORM ABEND-PROG
004550             END-IF
004560             ADD 1 TO WS-NB-TAUX
004570             MOVE TX-DEPT TO TT-DEPT(WS-NB-TAUX)
004580             MOVE TX-TAUX TO TT-TAUX(WS-NB-TAUX)
004590         END-IF
004600         PERFORM LIRE-TAUX-SUIVANT
004610     END-PERFORM.
004620
004630 LIRE-TAUX-SUIVANT.
004640     READ TAUXCOM
004650     EVALUATE TRUE
004660         WHEN FS-TAUXCOM = ZERO
004670             CONTINUE
004680         WHEN FS-TAUXCOM = '10'
004690             MOVE 'O' TO WS-SW-TAUXCOM
004700         WHEN OTHER
004710             DISPLAY "ERR READ TAUXCOM - FILE STATUS : ",
004720                     FS-TAUXCOM
004730             PERFORM ABEND-PROG
004740     END-EVALUATE.
004750
004760 LIRE-REGLEMENT-SUIVANT.
004770     READ REGLEMENTS NEXT
004780     EVALUATE TRUE
004790         WHEN FS-REGLEMENTS = ZERO OR FS-REGLEMENTS = '02'
004800             CONTINUE
004810         WHEN FS-REGLEMENTS = '10'
004820             MOVE 'O' TO WS-SW-REGL
004830         WHEN OTHER
004840             DISPLAY "ERR READ REGLEMENTS - FILE STATUS : ",
004850                     FS-REGLEMENTS
004860             PERFORM ABEND-PROG
004870     END-EVALUATE.
004880
004890* LA BASE COMMISSIONNABLE CUMULEE D'UNE COMMANDE EST LA PART HT DE
004900* L'ENCAISSE, LUI-MEME PLAFONNE AU TTC NET D'AVOIRS : UN
004910* ENCAISSEMENT L'AUGMENTE, UN AVOIR QUI RAMENE LE NET SOUS
004920* L'ENCAISSE LA DIMINUE. LA PERIODE COMMISSIONNE L'ECART AVEC LE
004930* CUMUL DEJA COMMISSIONNE, NEGATIF EN CAS DE REPRISE. UNE
004940* PENALITE DE RETARD OU UNE COMMANDE NON FACTUREE N'EN DONNE PAS
004950 TRAITER-REGLEMENT.
004960     ADD 1 TO WS-NB-LUS
004970     PERFORM LIRE-COMMISSION
004980     IF COMMISSION-EXISTE AND CM-PERIODE > WS-PERIODE THEN
004990         ADD 1 TO WS-NB-ULTERIEURES
005000     ELSE
005010         PERFORM LIRE-TOTAUX-COMMANDE
005020         IF COMMANDE-RETENUE THEN
005030             PERFORM CALCULER-BASE
005040             PERFORM EXAMINER-MOUVEMENT
005050         ELSE
005060             ADD 1 TO WS-NB-HORS
005070         END-IF
005080     END-IF.
005090
005100* CUMULS DE DEPART : CEUX D'AVANT LA PERIODE QUAND ELLE EST
005110* RELANCEE, SINON LES DERNIERS CUMULS COMMISSIONNES
005120 LIRE-COMMISSION.
005130     MOVE RG-O-NO TO CM-O-NO
005140     READ COMMISSIONS
005150     EVALUATE TRUE
005160         WHEN FS-COMMISSIONS = ZERO OR FS-COMMISSIONS = '02'
005170             MOVE 'O' TO WS-SW-COMMIS
005180             IF CM-PERIODE = WS-PERIODE THEN
005190                 MOVE CM-ENCAISSE-PREC   TO WS-ENCAISSE-DEP
005200                 MOVE CM-BASE-PREC       TO WS-BASE-DEP
005210                 MOVE CM-COMMISSION-PREC TO WS-COMMISSION-DEP
005220             ELSE
005230                 MOVE CM-ENCAISSE   TO WS-ENCAISSE-DEP
005240                 MOVE CM-BASE       TO WS-BASE-DEP
005250                 MOVE CM-COMMISSION TO WS-COMMISSION-DEP
005260             END-IF
005270         WHEN FS-COMMISSIONS = '23'
005280             MOVE 'N' TO WS-SW-COMMIS
005290             MOVE SPACES TO ENR-COMMISSION
005300             MOVE ZERO TO WS-ENCAISSE-DEP WS-BASE-DEP
005310                          WS-COMMISSION-DEP
005320         WHEN OTHER
005330             DISPLAY "ERR READ COMMISSIONS - FILE STATUS : ",
005340                     FS-COMMISSIONS
005350             PERFORM ABEND-PROG
005360     END-EVALUATE.
005370
005380* HT ET TTC FACTURES DE LA COMMANDE : TOTAUX DE LA FACTURE (999),
005390* OU POUR UNE FACTURE MENSUELLE HT DES SEULES LIGNES DE LA
005400* COMMANDE ET TTC DE SA CORRESPONDANCE, COMME DANS RECAPFAC
005410 LIRE-TOTAUX-COMMANDE.
005420     MOVE 'N' TO WS-SW-COMMANDE
005430     MOVE 'O' TO NF-CLE-TYPE
005440     MOVE RG-O-NO TO NF-CLE-REF
005450     READ NUMFACT
005460     EVALUATE TRUE
005470         WHEN FS-NUMFACT = ZERO OR FS-NUMFACT = '02'
005480             CONTINUE
005490         WHEN FS-NUMFACT = '23'
005500             MOVE SPACES TO NF-NO-FACTURE
005510         WHEN OTHER
005520             DISPLAY "ERR READ NUMFACT - FILE STATUS : ",
005530                     FS-NUMFACT
005540             PERFORM ABEND-PROG
005550     END-EVALUATE
005560     IF NF-NO-FACTURE NOT = SPACES THEN
005570         MOVE NF-NO-FACTURE TO HIS-NO-DOC
005580         MOVE ZERO TO HIS-SEQ
005590         READ HISTFAC
005600         IF (FS-HISTFAC = ZERO OR FS-HISTFAC = '02')
005610            AND HIS-TYPE-ENR NOT = 'P' THEN
005620             IF HIS-TYPE-FACT = 'M' THEN
005630                 PERFORM LIRE-TOTAUX-CDE-MENSUELLE
005640             ELSE
005650                 MOVE NF-NO-FACTURE TO HIS-NO-DOC
005660                 MOVE 999 TO HIS-SEQ
005670                 READ HISTFAC
005680                 IF FS-HISTFAC = ZERO OR FS-HISTFAC = '02' THEN
005690                     MOVE HIS-TOTAL-HT  TO WS-TOTAL-HT
005700                     MOVE HIS-TOTAL-TTC TO WS-TOTAL-TTC
005710                     MOVE 'O' TO WS-SW-COMMANDE
005720                 END-IF
005730             END-IF
005740         END-IF
005750     END-IF
005760     IF COMMANDE-RETENUE AND WS-TOTAL-TTC = ZERO THEN
005770         MOVE 'N' TO WS-SW-COMMANDE
005780     END-IF.
005790
005800 LIRE-TOTAUX-CDE-MENSUELLE.
005810     MOVE ZERO TO WS-TOTAL-HT
005820     MOVE 'N' TO WS-SW-FIN-DOC
005830     PERFORM LIRE-HIST-DOC-SUIVANT
005840     PERFORM UNTIL FIN-DOC
005850         IF HIS-TYPE-ENR = 'D' AND HIS-O-NO = RG-O-NO THEN
005860             COMPUTE WS-TOTAL-LIGNE =
005870                     HIS-QUANTITY * HIS-PRICE - HIS-REMISE
005880             COMPUTE WS-TOTAL-HT = WS-TOTAL-HT + WS-TOTAL-LIGNE
005890         END-IF
005900         PERFORM LIRE-HIST-DOC-SUIVANT
005910     END-PERFORM
005920     MOVE NF-TOTAL-TTC TO WS-TOTAL-TTC
005930     MOVE 'O' TO WS-SW-COMMANDE.
005940
005950 LIRE-HIST-DOC-SUIVANT.
005960     READ HISTFAC NEXT
005970     IF (FS-HISTFAC NOT = ZERO AND FS-HISTFAC NOT = '02')
005980        OR HIS-NO-DOC NOT = NF-NO-FACTURE THEN
005990         MOVE 'O' TO WS-SW-FIN-DOC
006000     END-IF.
006010
006020* ENCAISSE RETENU = CUMUL PAYE PLAFONNE AU TTC NET D'AVOIRS (UN
006030* TROP PERCU N'EST PAS COMMISSIONNE) ; SA BASE HT SUIT LE
006040* RAPPORT HT/TTC DE LA FACTURE
006050 CALCULER-BASE.
006060     IF NF-TOTAL-AVOIR >= WS-TOTAL-TTC THEN
006070         MOVE ZERO TO WS-NET-TTC
006080     ELSE
006090         COMPUTE WS-NET-TTC = WS-TOTAL-TTC - NF-TOTAL-AVOIR
006100     END-IF
006110     IF RG-TOTAL-PAYE > WS-NET-TTC THEN
006120         MOVE WS-NET-TTC TO WS-ENCAISSE
006130     ELSE
006140         MOVE RG-TOTAL-PAYE TO WS-ENCAISSE
006150     END-IF
006160     COMPUTE WS-BASE ROUNDED =
006170             WS-ENCAISSE * WS-TOTAL-HT / WS-TOTAL-TTC
006180     COMPUTE WS-DELTA-ENC  = WS-ENCAISSE - WS-ENCAISSE-DEP
006190     COMPUTE WS-DELTA-BASE = WS-BASE - WS-BASE-DEP.
006200
006210* RIEN A COMMISSIONNER, OU ENCAISSEMENT ENREGISTRE APRES LA FIN
006220* DE LA PERIODE (REPORTE A LA SUIVANTE) : UNE PERIODE RELANCEE
006230* REVIENT ALORS AUX CUMULS D'AVANT ELLE. UNE REPRISE SUR AVOIR
006240* EST IMPUTEE DES QU'ELLE EST CONSTATEE
006250 EXAMINER-MOUVEMENT.
006260     EVALUATE TRUE
006270         WHEN WS-DELTA-BASE = ZERO
006280             PERFORM ANNULER-PERIODE
006290         WHEN WS-DELTA-BASE > ZERO
006300          AND RG-DATE-DERNIER > WS-FIN-PERIODE
006310             ADD 1 TO WS-NB-REPORTEES
006320             PERFORM ANNULER-PERIODE
006330         WHEN OTHER
006340             PERFORM RECHERCHER-VENDEUR
006350             IF TAUX-TROUVE THEN
006360                 PERFORM COMMISSIONNER-COMMANDE
006370             ELSE
006380                 PERFORM SIGNALER-SANS-TAUX
006390             END-IF
006400     END-EVALUATE.
006410
006420 ANNULER-PERIODE.
006430     IF COMMISSION-EXISTE AND CM-PERIODE = WS-PERIODE THEN
006440         MOVE CM-ENCAISSE-PREC   TO CM-ENCAISSE
006450         MOVE CM-BASE-PREC       TO CM-BASE
006460         MOVE CM-COMMISSION-PREC TO CM-COMMISSION
006470         PERFORM ECRITURE-COMMISSION
006480     END-IF.
006490
006500* LE VENDEUR DEJA COMMISSIONNE SUR LA COMMANDE SUPPORTE SES
006510* REPRISES ; A DEFAUT C'EST LE VENDEUR DE LA COMMANDE (ORDERS).
006520* SON DEPARTEMENT DONNE LE TAUX
006530 RECHERCHER-VENDEUR.
006540     IF COMMISSION-EXISTE AND CM-S-NO NOT = SPACES THEN
006550         MOVE CM-S-NO TO WS-S-NO
006560     ELSE
006570         MOVE RG-O-NO TO ORD-O-NO
006580         EXEC SQL
006590             SELECT S_NO
006600             INTO :ORD-S-NO
006610             FROM ORDERS
006620             WHERE O_NO = :ORD-O-NO
006630         END-EXEC
006640         IF SQLCODE = +100 THEN
006650             MOVE SPACES TO ORD-S-NO
006660         ELSE
006670             PERFORM TEST-SQLCODE
006680         END-IF
006690         MOVE ORD-S-NO TO WS-S-NO
006700     END-IF
006710
006720     MOVE SPACES TO EMP-DEPT EMP-LNAME-TEXT EMP-FNAME-TEXT
006730     MOVE WS-S-NO TO EMP-E-NO
006740     EXEC SQL
006750         SELECT DEPT, LNAME, FNAME
006760         INTO :EMP-DEPT, :EMP-LNAME, :EMP-FNAME
006770         FROM EMPLOYEES
006780         WHERE E_NO = :EMP-E-NO
006790     END-EXEC
006800     IF SQLCODE NOT = +100 THEN
006810         PERFORM TEST-SQLCODE
006820     END-IF
006830     MOVE SPACES TO WS-NOM-VENDEUR
006840     STRING EMP-LNAME-TEXT DELIMITED BY '  '
006850            ' ' DELIMITED BY SIZE
006860            EMP-FNAME-TEXT DELIMITED BY '  '
006870            INTO WS-NOM-VENDEUR
006880     END-STRING
006890
006900     MOVE SPACES TO DEP-DNAME-TEXT
006910     EXEC SQL
006920         SELECT DNAME
006930         INTO :DEP-DNAME
006940         FROM DEPTS
006950         WHERE DEPT = :EMP-DEPT
006960     END-EXEC
006970     IF SQLCODE NOT = +100 THEN
006980         PERFORM TEST-SQLCODE
006990     END-IF
007000     PERFORM RECHERCHER-TAUX.
007010
007020 RECHERCHER-TAUX.
007030     MOVE 'N' TO WS-SW-TAUX
007040     PERFORM VARYING WS-TAUX-I FROM 1 BY 1
007050             UNTIL WS-TAUX-I > WS-NB-TAUX OR TAUX-TROUVE
007060         IF TT-DEPT(WS-TAUX-I) = EMP-DEPT THEN
007070             MOVE TT-TAUX(WS-TAUX-I) TO WS-TAUX
007080             MOVE 'O' TO WS-SW-TAUX
007090         END-IF
007100     END-PERFORM
007110     IF NOT TAUX-TROUVE AND DEFAUT-PRESENT THEN
007120         MOVE WS-TAUX-DEFAUT TO WS-TAUX
007130         MOVE 'O' TO WS-SW-TAUX
007140     END-IF.
007150
007160* LA COMMISSION DE LA PERIODE EST ENREGISTREE AVANT L'EDITION :
007170* LES CUMULS D'AVANT LA PERIODE SONT CONSERVES POUR LA RELANCE
007180 COMMISSIONNER-COMMANDE.
007190     COMPUTE WS-COMMISSION ROUNDED =
007200             WS-DELTA-BASE * WS-TAUX / 100
007210     MOVE WS-ENCAISSE-DEP   TO CM-ENCAISSE-PREC
007220     MOVE WS-BASE-DEP       TO CM-BASE-PREC
007230     MOVE WS-COMMISSION-DEP TO CM-COMMISSION-PREC
007240     MOVE RG-O-NO           TO CM-O-NO
007250     MOVE WS-S-NO           TO CM-S-NO
007260     MOVE NF-NO-FACTURE     TO CM-NO-FACTURE
007270     MOVE WS-PERIODE        TO CM-PERIODE
007280     MOVE WS-TAUX           TO CM-TAUX
007290     MOVE WS-ENCAISSE       TO CM-ENCAISSE
007300     MOVE WS-BASE           TO CM-BASE
007310     COMPUTE CM-COMMISSION = WS-COMMISSION-DEP + WS-COMMISSION
007320     IF COMMISSION-EXISTE THEN
007330         PERFORM ECRITURE-COMMISSION
007340     ELSE
007350         WRITE ENR-COMMISSION
007360         IF FS-COMMISSIONS NOT = ZERO THEN
007370             DISPLAY "ERR WRITE COMMISSIONS - FILE STATUS : ",
007380                     FS-COMMISSIONS
007390             PERFORM ABEND-PROG
007400         END-IF
007410     END-IF
007420
007430     MOVE EMP-DEPT TO WS-COM-DEPT
007440     MOVE WS-S-NO  TO WS-COM-S-NO
007450     MOVE RG-O-NO  TO WS-COM-O-NO
007460     PERFORM INSERER-COMMISSION
007470     ADD 1 TO WS-NB-LIGNES
007480     IF WS-DELTA-BASE < ZERO THEN
007490         ADD 1 TO WS-NB-REPRISES
007500     END-IF.
007510
007520* INSERTION DE LA LIGNE A SA PLACE DANS L'ORDRE DES RELEVES : LES
007530* LIGNES SUIVANTES SONT DECALEES D'UN CRAN VERS LE BAS
007540 INSERER-COMMISSION.
007550     IF WS-NB-COMS >= 2000 THEN
007560         DISPLAY "TABLE T-COMMISSIONS PLEINE"
007570         PERFORM ABEND-PROG
007580     END-IF
007590     MOVE 1 TO WS-COM-J
007600     PERFORM UNTIL WS-COM-J > WS-NB-COMS
007610                OR TC-CLE(WS-COM-J) > WS-COM-CLE
007620         ADD 1 TO WS-COM-J
007630     END-PERFORM
007640     MOVE WS-NB-COMS TO WS-COM-I
007650     PERFORM UNTIL WS-COM-I < WS-COM-J
007660         MOVE T-COM-LIGNE(WS-COM-I) TO T-COM-LIGNE(WS-COM-I + 1)
007670         SUBTRACT 1 FROM WS-COM-I
007680     END-PERFORM
007690     ADD 1 TO WS-NB-COMS
007700     MOVE WS-COM-CLE     TO TC-CLE(WS-COM-J)
007710     MOVE NF-NO-FACTURE  TO TC-NO-FACTURE(WS-COM-J)
007720     MOVE DEP-DNAME-TEXT TO TC-DNAME(WS-COM-J)
007730     MOVE WS-NOM-VENDEUR TO TC-NOM(WS-COM-J)
007740     MOVE WS-TAUX        TO TC-TAUX(WS-COM-J)
007750     MOVE WS-DELTA-ENC   TO TC-ENCAISSE(WS-COM-J)
007760     MOVE WS-DELTA-BASE  TO TC-BASE(WS-COM-J)
007770     MOVE WS-COMMISSION  TO TC-COMMISSION(WS-COM-J).
007780
007790* SANS TAUX POUR SON DEPARTEMENT, LA COMMANDE N'EST PAS
007800* COMMISSIONNEE ET REVIENT AU RUN SUIVANT, UNE FOIS LA TABLE DES
007810* TAUX COMPLETEE
007820 SIGNALER-SANS-TAUX.
007830     ADD 1 TO WS-NB-SANS-TAUX
007840     PERFORM ANNULER-PERIODE
007850     MOVE RG-O-NO  TO LA-O-NO
007860     MOVE WS-S-NO  TO LA-S-NO
007870     MOVE EMP-DEPT TO LA-DEPT
007880     WRITE ENR-LISTING FROM L-COM-ANOMALIE
007890     IF FS-LISTING NOT = ZERO THEN
007900         DISPLAY "ERR WRITE MESCOMMI - FILE STATUS : ", FS-LISTING
007910         PERFORM ABEND-PROG
007920     END-IF.
007930
007940 ECRITURE-COMMISSION.
007950     REWRITE ENR-COMMISSION
007960     IF FS-COMMISSIONS NOT = ZERO THEN
007970         DISPLAY "ERR REWRITE COMMISSIONS - FILE STATUS : ",
007980                 FS-COMMISSIONS
007990         PERFORM ABEND-PROG
008000     END-IF.
008010
008020* UN RELEVE PAR VENDEUR, PRECEDE DE L'ENTETE DE SON DEPARTEMENT ;
008030* TOTAUX PAR VENDEUR, PAR DEPARTEMENT ET GENERAL
008040 EDITER-RELEVES.
008050     PERFORM VARYING WS-COM-I FROM 1 BY 1
008060             UNTIL WS-COM-I > WS-NB-COMS
008070         EVALUATE TRUE
008080             WHEN PREMIERE-LIGNE
008090                 PERFORM DEBUT-DEPARTEMENT
008100                 PERFORM DEBUT-VENDEUR
008110                 MOVE 'N' TO WS-SW-PREMIERE
008120             WHEN TC-DEPT(WS-COM-I) NOT = WS-DEPT-COURANT
008130                 PERFORM FIN-VENDEUR
008140                 PERFORM FIN-DEPARTEMENT
008150                 PERFORM DEBUT-DEPARTEMENT
008160                 PERFORM DEBUT-VENDEUR
008170             WHEN TC-S-NO(WS-COM-I) NOT = WS-S-NO-COURANT
008180                 PERFORM FIN-VENDEUR
008190                 PERFORM DEBUT-VENDEUR
008200             WHEN OTHER
008210                 CONTINUE
008220         END-EVALUATE
008230         PERFORM ECRITURE-DETAIL
008240     END-PERFORM
008250     IF NOT PREMIERE-LIGNE THEN
008260         PERFORM FIN-VENDEUR
008270         PERFORM FIN-DEPARTEMENT
008280     END-IF
008290     MOVE 'TOTAL GENERAL  '  TO LT-LIBELLE
008300     MOVE WS-GEN-ENCAISSE    TO LT-ENCAISSE
008310     MOVE WS-GEN-BASE        TO LT-BASE
008320     MOVE WS-GEN-COMMISSION  TO LT-COMMISSION
008330     WRITE ENR-LISTING FROM L-COM-SEPARATEUR
008340     WRITE ENR-LISTING FROM L-COM-TOTAL.
008350
008360 DEBUT-DEPARTEMENT.
008370     MOVE TC-DEPT(WS-COM-I) TO WS-DEPT-COURANT
008380     MOVE ZERO TO WS-DEP-ENCAISSE WS-DEP-BASE WS-DEP-COMMISSION
008390     MOVE TC-DEPT(WS-COM-I)  TO LD-DEPT
008400     MOVE TC-DNAME(WS-COM-I) TO LD-DNAME
008410     MOVE TC-TAUX(WS-COM-I)  TO LD-TAUX
008420     WRITE ENR-LISTING FROM L-COM-SEPARATEUR
008430     WRITE ENR-LISTING FROM L-COM-DEPT.
008440
008450 DEBUT-VENDEUR.
008460     MOVE TC-S-NO(WS-COM-I) TO WS-S-NO-COURANT
008470     MOVE ZERO TO WS-VEN-ENCAISSE WS-VEN-BASE WS-VEN-COMMISSION
008480     MOVE TC-S-NO(WS-COM-I) TO LV-S-NO
008490     MOVE TC-NOM(WS-COM-I)  TO LV-NOM
008500     WRITE ENR-LISTING FROM L-COM-TIRETS
008510     WRITE ENR-LISTING FROM L-COM-VENDEUR
008520     WRITE ENR-LISTING FROM L-COM-COLONNES
008530     IF FS-LISTING NOT = ZERO THEN
008540         DISPLAY "ERR WRITE MESCOMMI - FILE STATUS : ", FS-LISTING
008550         PERFORM ABEND-PROG
008560     END-IF.
008570
008580 ECRITURE-DETAIL.
008590     MOVE TC-O-NO(WS-COM-I)       TO LC-O-NO
008600     MOVE TC-NO-FACTURE(WS-COM-I) TO LC-NO-FACTURE
008610     MOVE TC-ENCAISSE(WS-COM-I)   TO LC-ENCAISSE
008620     MOVE TC-BASE(WS-COM-I)       TO LC-BASE
008630     MOVE TC-COMMISSION(WS-COM-I) TO LC-COMMISSION
008640     IF TC-BASE(WS-COM-I) < ZERO THEN
008650         MOVE 'REPRISE AVOIR' TO LC-MOTIF
008660     ELSE
008670         MOVE 'ENCAISSEMENT' TO LC-MOTIF
008680     END-IF
008690     WRITE ENR-LISTING FROM L-COM-DETAIL
008700     IF FS-LISTING NOT = ZERO THEN
008710         DISPLAY "ERR WRITE MESCOMMI - FILE STATUS : ", FS-LISTING
008720         PERFORM ABEND-PROG
008730     END-IF
008740     ADD TC-ENCAISSE(WS-COM-I)   TO WS-VEN-ENCAISSE
008750     ADD TC-BASE(WS-COM-I)       TO WS-VEN-BASE
008760     ADD TC-COMMISSION(WS-COM-I) TO WS-VEN-COMMISSION.
008770
008780 FIN-VENDEUR.
008790     MOVE SPACES TO LT-LIBELLE
008800     STRING 'TOT. VENDEUR ' DELIMITED BY SIZE
008810            WS-S-NO-COURANT DELIMITED BY SIZE
008820            INTO LT-LIBELLE
008830     END-STRING
008840     MOVE WS-VEN-ENCAISSE   TO LT-ENCAISSE
008850     MOVE WS-VEN-BASE       TO LT-BASE
008860     MOVE WS-VEN-COMMISSION TO LT-COMMISSION
008870     WRITE ENR-LISTING FROM L-COM-TOTAL
008880     ADD WS-VEN-ENCAISSE   TO WS-DEP-ENCAISSE
008890     ADD WS-VEN-BASE       TO WS-DEP-BASE
008900     ADD WS-VEN-COMMISSION TO WS-DEP-COMMISSION.
008910
008920 FIN-DEPARTEMENT.
008930     MOVE SPACES TO LT-LIBELLE
008940     STRING 'TOTAL DEPT.  ' DELIMITED BY SIZE
008950            WS-DEPT-COURANT DELIMITED BY SIZE
008960            INTO LT-LIBELLE
008970     END-STRING
008980     MOVE WS-DEP-ENCAISSE   TO LT-ENCAISSE
008990     MOVE WS-DEP-BASE       TO LT-BASE
009000     MOVE WS-DEP-COMMISSION TO LT-COMMISSION
009010     WRITE ENR-LISTING FROM L-COM-TIRETS
009020     WRITE ENR-LISTING FROM L-COM-TOTAL
009030     ADD WS-DEP-ENCAISSE   TO WS-GEN-ENCAISSE
009040     ADD WS-DEP-BASE       TO WS-GEN-BASE
009050     ADD WS-DEP-COMMISSION TO WS-GEN-COMMISSION.
009060
009070 ECRITURE-CONTROLE.
009080     MOVE WS-NB-LUS         TO ED-COM-LUS
009090     MOVE WS-NB-LIGNES      TO ED-COM-LIGNES
009100     MOVE WS-NB-REPRISES    TO ED-COM-REPRISES
009110     MOVE WS-NB-REPORTEES   TO ED-COM-REPORTEES
009120     MOVE WS-NB-SANS-TAUX   TO ED-COM-SANS-TAUX
009130     MOVE WS-NB-ULTERIEURES TO ED-COM-ULTERIEURES
009140     MOVE WS-NB-HORS        TO ED-COM-HORS
009150     WRITE ENR-LISTING FROM L-COM-SEPARATEUR
009160     WRITE ENR-LISTING FROM L-COM-LUS
009170     WRITE ENR-LISTING FROM L-COM-LIGNES
009180     WRITE ENR-LISTING FROM L-COM-REPRISES
009190     WRITE ENR-LISTING FROM L-COM-REPORTEES
009200     WRITE ENR-LISTING FROM L-COM-SANS-TAUX
009210     WRITE ENR-LISTING FROM L-COM-ULTERIEURES
009220     WRITE ENR-LISTING FROM L-COM-HORS
009230     WRITE ENR-LISTING FROM L-COM-SEPARATEUR.
009240
009250* LE FICHIER DES COMMISSIONS EST CREE AU PREMIER RUN, COMME
009260* OUV-RESTART DE FACTURES
009270 OUV-FICHIERS.
009280     OPEN INPUT TAUXCOM
009290     IF FS-TAUXCOM NOT = ZERO THEN
009300         DISPLAY "ERR OPEN TAUXCOM - FILE STATUS : ", FS-TAUXCOM
009310         PERFORM ABEND-PROG
009320     END-IF
009330     OPEN INPUT REGLEMENTS
009340     IF FS-REGLEMENTS NOT = ZERO AND FS-REGLEMENTS NOT = '02' THEN
009350         DISPLAY "ERR OPEN REGLEMENTS - FILE STATUS : ",
009360                 FS-REGLEMENTS
009370         PERFORM ABEND-PROG
009380     END-IF
009390     OPEN INPUT NUMFACT
009400     IF FS-NUMFACT NOT = ZERO AND FS-NUMFACT NOT = '02' THEN
009410         DISPLAY "ERR OPEN NUMFACT - FILE STATUS : ", FS-NUMFACT
009420         PERFORM ABEND-PROG
009430     END-IF
009440     OPEN INPUT HISTFAC
009450     IF FS-HISTFAC NOT = ZERO AND FS-HISTFAC NOT = '02' THEN
009460         DISPLAY "ERR OPEN HISTFAC - FILE STATUS : ", FS-HISTFAC
009470         PERFORM ABEND-PROG
009480     END-IF
009490     OPEN I-O COMMISSIONS
009500     IF FS-COMMISSIONS = '35' THEN
009510         OPEN OUTPUT COMMISSIONS
009520         CLOSE COMMISSIONS
009530         OPEN I-O COMMISSIONS
009540     END-IF
009550     IF FS-COMMISSIONS NOT = ZERO AND FS-COMMISSIONS NOT = '02'
009560        THEN
009570         DISPLAY "ERR OPEN COMMISSIONS - FILE STATUS : ",
009580                 FS-COMMISSIONS
009590         PERFORM ABEND-PROG
009600     END-IF
009610     OPEN OUTPUT LISTING
009620     IF FS-LISTING NOT = ZERO THEN
009630         DISPLAY "ERR OPEN MESCOMMI - FILE STATUS : ", FS-LISTING
009640         PERFORM ABEND-PROG
009650     END-IF.
009660
009670 FERM-FICHIERS.
009680     CLOSE TAUXCOM
009690     CLOSE REGLEMENTS
009700     CLOSE NUMFACT
009710     CLOSE HISTFAC
009720     CLOSE COMMISSIONS
009730     IF FS-COMMISSIONS NOT = ZERO THEN
009740         DISPLAY "ERR CLOSE COMMISSIONS - FILE STATUS : ",
009750                 FS-COMMISSIONS
009760         PERFORM ABEND-PROG
009770     END-IF
009780     CLOSE LISTING
009790     IF FS-LISTING NOT = ZERO THEN
009800         DISPLAY "ERR CLOSE MESCOMMI - FILE STATUS : ",
009810                 FS-LISTING
009820         PERFORM ABEND-PROG
009830     END-IF.
