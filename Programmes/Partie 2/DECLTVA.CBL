000100 IDENTIFICATION DIVISION.
000110  PROGRAM-ID.   DECLTVA.
000120
000130 ENVIRONMENT DIVISION.
000140 CONFIGURATION SECTION.
000150  SPECIAL-NAMES.
000160      DECIMAL-POINT IS COMMA.
000170
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200* HISTORIQUE INDEXE DES FACTURES EMISES (MEME DEFINITION QUE
000210* FACTURES.CBL) : LES LIGNES 'D' PORTENT BASE ET TAUX TELS
000220* QU'EMIS, L'ENREGISTREMENT 999 LA TVA FACTUREE DU DOCUMENT
000230     SELECT HISTFAC ASSIGN TO FHISTFAC
000240     ORGANIZATION IS INDEXED
000250     ACCESS MODE IS DYNAMIC
000260     RECORD KEY IS HIS-CLE
000270     ALTERNATE RECORD KEY IS HIS-O-NO WITH DUPLICATES
000280     ALTERNATE RECORD KEY IS HIS-C-NO WITH DUPLICATES
000290     FILE STATUS IS FS-HISTFAC.
000300
000310* ECRITURES COMPTABLES DE LA PERIODE : CONCATENATION PAR LE JCL
000320* DES MESJOURN (LOT) ET MESJOURA (AVOIRS) DES RUNS DE LA PERIODE,
000330* MEME FORMAT QUE LE JOURNAL DE FACTURES.CBL. SERT AU
000340* RAPPROCHEMENT DE LA TVA DECLAREE AVEC LES CREDITS 44571
000350     SELECT JOURNAL ASSIGN TO MESJOURP
000360     ORGANIZATION IS SEQUENTIAL
000370     FILE STATUS IS FS-JOURNAL.
000380
000390* FEUILLE DE PREPARATION DE LA DECLARATION CA3 DE LA PERIODE
000400     SELECT ETAT ASSIGN TO MESCA3
000410     ORGANIZATION IS SEQUENTIAL
000420     FILE STATUS IS FS-ETAT.
000430
000440* ETAT RECAPITULATIF PAR CLIENT DES LIVRAISONS EXONEREES VERS
000450* L'UNION EUROPEENNE
000460     SELECT LISTE ASSIGN TO MESLIVUE
000470     ORGANIZATION IS SEQUENTIAL
000480     FILE STATUS IS FS-LISTE.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD HISTFAC.
000530 01 ENR-HIST.
000540     05 HIS-CLE.
000550         10 HIS-NO-DOC PIC X(10).
000560         10 HIS-SEQ    PIC 9(03).
000570* 'E' ENTETE DE FACTURE, 'A' ENTETE D'AVOIR, 'D' LIGNE,
000580* 'T' TOTAUX
000590     05 HIS-TYPE-ENR   PIC X(01).
000600     05 HIS-O-NO       PIC X(03).
000610     05 HIS-C-NO       PIC X(03).
000620     05 HIS-CORPS.
000630         10 HIS-ENTETE.
000640             15 HIS-O-DATE  PIC X(10).
000650             15 HIS-COMPANY PIC X(27).
000660             15 HIS-SIRET   PIC X(14).
000660* 'M' = FACTURE MENSUELLE REGROUPANT PLUSIEURS COMMANDES (LES
000660* LIGNES 'D' PORTENT CHACUNE LEUR COMMANDE DANS HIS-O-NO)
000660             15 HIS-TYPE-FACT PIC X(01).
000670             15 FILLER      PIC X(05).
000680         10 HIS-LIGNE REDEFINES HIS-ENTETE.
000690             15 HIS-P-NO        PIC X(03).
000700             15 HIS-DESCRIPTION PIC X(30).
000710             15 HIS-QUANTITY    PIC 9(02).
000720             15 HIS-PRICE       PIC 9(7)V99.
000730             15 HIS-REMISE      PIC 9(8)V99.
000740             15 HIS-TAUX-TVA    PIC 9(2)V9.
000750         10 HIS-TOTAUX REDEFINES HIS-ENTETE.
000760             15 HIS-TOTAL-HT     PIC 9(8)V99.
000770             15 HIS-MONTANT-TVA  PIC 9(8)V99.
000780             15 HIS-TOTAL-TTC    PIC 9(8)V99.
000790             15 HIS-TOTAL-REMISE PIC 9(8)V99.
000800             15 FILLER           PIC X(17).
000810
000820 FD JOURNAL.
000830 01 ENR-JOURNAL.
000840     05 JRN-TYPE-ENR PIC X(01).
000850     05 JRN-NO-FACT  PIC X(10).
000860     05 JRN-O-NO     PIC X(03).
000870     05 JRN-DATE     PIC X(10).
000880     05 JRN-COMPTE   PIC X(08).
000890     05 JRN-SENS     PIC X(01).
000900     05 JRN-MONTANT  PIC 9(8)V99.
000910     05 JRN-TAUX     PIC 9(2)V9.
000920
000930 FD ETAT.
000940 01 ENR-ETAT PIC X(69).
000950
000960 FD LISTE.
000970 01 ENR-LISTE PIC X(69).
000980
000990 WORKING-STORAGE SECTION.
001000  77 FS-HISTFAC  PIC XX.
001010  77 FS-JOURNAL  PIC XX.
001020  77 FS-ETAT     PIC 99.
001030  77 FS-LISTE    PIC 99.
001040  77 WS-ANO      PIC 99.
001040
001040* SOUS-PROGRAMME DU REGISTRE DES RUNS DE LA CHAINE ET SA ZONE
001040* D'ECHANGE : LE RUN S'Y INSCRIT AU DEBUT, APRES CONTROLE DE SES
001040* PREREQUIS, ET A LA FIN AVEC SON CODE RETOUR ET SES COMPTEURS
001040  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
001040  01 WS-REGISTRE-RUN.
001040      05 REG-FONCTION     PIC X(01).
001040      05 REG-PROGRAMME    PIC X(08) VALUE 'DECLTVA'.
001040      05 REG-MODE         PIC X(01) VALUE SPACE.
001040      05 REG-DATE-METIER  PIC X(10).
001040      05 REG-RANG         PIC 9(04).
001040      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
001040      05 REG-COMPTEUR OCCURS 3.
001040          10 REG-LIB-NB   PIC X(12).
001040          10 REG-NB       PIC 9(07).
001050
001060* BORNES DE LA PERIODE DECLAREE, RECUES EN SYSIN AU FORMAT
001070* AAAA-MM-JJ COMME POUR STATPROD
001080  77 WS-DATE-DEBUT PIC X(10).
001090  77 WS-DATE-FIN   PIC X(10).
001100
001110* FIN DU PARCOURS DE L'HISTORIQUE ET DU JOURNAL
001120  77 WS-SW-HIST  PIC X(01) VALUE 'N'.
001130      88 FIN-HIST           VALUE 'O'.
001140  77 WS-SW-JRN   PIC X(01) VALUE 'N'.
001150      88 FIN-JOURNAL        VALUE 'O'.
001160* JOURNAL DE LA PERIODE ABSENT (STATUT 35) : LA FEUILLE EST
001170* EDITEE MAIS LE RAPPROCHEMENT EST SIGNALE IMPOSSIBLE
001180  77 WS-SW-JRN-DISPO PIC X(01) VALUE 'O'.
001190      88 JOURNAL-DISPONIBLE VALUE 'O'.
001200
001210* CONTEXTE DU DOCUMENT EN COURS, POSE PAR SON ENTETE (SEQUENCE
001220* 000) : RETENU SI C'EST UNE FACTURE OU UN AVOIR DATE DANS LA
001230* PERIODE (L'AVOIR PORTE LA DATE DE LA COMMANDE D'ORIGINE, COMME
001240* SES ECRITURES AU JOURNAL, OU LE PREMIER JOUR DE LA PREMIERE
001240* PERIODE COMPTABLE OUVERTE SI LA SIENNE ETAIT CLOSE), SIGNE -1
001240* POUR UN AVOIR
001250  77 WS-SW-DOC   PIC X(01) VALUE 'N'.
001260      88 DOC-RETENU         VALUE 'O'.
001270  77 WS-SIGNE    PIC S9(01) VALUE +1.
001280  77 WS-DOC-C-NO    PIC X(03).
001290  77 WS-DOC-COMPANY PIC X(27).
001300  77 WS-DOC-SIRET   PIC X(14).
001310
001320* PAYS DU CLIENT DU DOCUMENT (CUSTOMERS.COUNTRY, COLONNE NULLABLE
001330* COMME DANS FACTURES : NULLE OU BLANCHE = DOMESTIQUE)
001340  77 WS-C-NO-DOC     PIC X(03).
001350  77 WS-CUST-COUNTRY PIC X(02) VALUE SPACES.
001360  77 WS-IND-COUNTRY  PIC S9(4) COMP VALUE ZERO.
001370
001380* DOCUMENT EXONERE (TVA ARCHIVEE NULLE ALORS QUE SES TAUX EN
001390* DONNAIENT UNE, MEME REGLE QUE CONTROLER-SOLDE-AVOIR) ET, LE CAS
001400* ECHEANT, DESTINATION UNION EUROPEENNE
001410  77 WS-SW-EXONERE PIC X(01) VALUE 'N'.
001420      88 DOC-EXONERE        VALUE 'O'.
001430  77 WS-SW-UE      PIC X(01) VALUE 'N'.
001440      88 PAYS-UE            VALUE 'O'.
001450
001460* PAYS DE L'UNION EUROPEENNE HORS FRANCE (CODE ISO, PLUS 'EL'
001470* UTILISE POUR LA GRECE DANS LES NUMEROS DE TVA)
001480  01 T-PAYS-UE-VAL.
001490      05 FILLER PIC X(54) VALUE
001500       'ATBEBGCYCZDEDKEEELESFIGRHRHUIEITLTLULVMTNLPLPTROSESISK'.
001510  01 T-PAYS-UE REDEFINES T-PAYS-UE-VAL.
001520      05 TPU-CODE PIC X(02) OCCURS 27 TIMES INDEXED BY IX-PAYS.
001530
001540* VENTILATION PAR TAUX DU DOCUMENT EN COURS (MEME PRINCIPE QUE
001550* T-TVA-FACTURE DE FACTURES : BASES NETTES DE REMISE, TVA
001560* ARRONDIE TAUX PAR TAUX)
001570  01 T-TVA-DOC.
001580      05 T-TVA-DOC-LIGNE OCCURS 5 TIMES INDEXED BY IX-TVD.
001590          10 TD-TAUX    PIC 9(2)V9.
001600          10 TD-BASE-HT PIC 9(8)V99.
001610          10 TD-MONTANT PIC 9(8)V99.
001620  77 WS-NB-TAUX-DOC PIC 9(1) VALUE ZERO.
001630  77 WS-TVA-DOC     PIC 9(8)V99 VALUE ZERO.
001640  77 WS-BASE-LIGNE  PIC 9(8)V99 VALUE ZERO.
001640* FACTURE MENSUELLE : COMME DANS FACTURES, LA TVA D'UN TAUX EST LA
001640* SOMME DES TVA ARRONDIES DE CHAQUE COMMANDE. LES LIGNES D'UNE
001640* COMMANDE SE SUIVENT DANS L'ARCHIVE ; LEURS BASES SONT CUMULEES
001640* PAR TAUX ET LA TVA DE LA COMMANDE EST ARRONDIE AU CHANGEMENT DE
001640* COMMANDE ET A LA CLOTURE DU DOCUMENT
001640  77 WS-SW-MENSUELLE PIC X(01) VALUE 'N'.
001640      88 DOC-MENSUEL           VALUE 'O'.
001640  77 WS-CDE-O-NO     PIC X(03) VALUE SPACES.
001640  01 T-TVA-CDE.
001640      05 T-TVA-CDE-LIGNE OCCURS 5 TIMES INDEXED BY IX-TVK.
001640          10 TK-TAUX    PIC 9(2)V9.
001640          10 TK-BASE-HT PIC 9(8)V99.
001640  77 WS-NB-TAUX-CDE PIC 9(1) VALUE ZERO.
001640  77 WS-TVA-CDE     PIC 9(8)V99 VALUE ZERO.
001650
001660* CUMULS DE LA PERIODE PAR TAUX : BASE ET TVA DECLAREES (AVOIRS
001670* EN DEDUCTION, CUMULS SIGNES) ET TVA PASSEE AU JOURNAL SUR LES
001680* COMPTES 44571 DU MEME TAUX
001690  01 T-TVA-PERIODE.
001700      05 T-TVA-PER-LIGNE OCCURS 10 TIMES INDEXED BY IX-TVP.
001710          10 TP-TAUX    PIC 9(2)V9.
001720          10 TP-BASE-HT PIC S9(10)V99.
001730          10 TP-MONTANT PIC S9(10)V99.
001740          10 TP-JOURNAL PIC S9(10)V99.
001750  77 WS-NB-TAUX-PER PIC 9(2) COMP VALUE ZERO.
001760  77 WS-TAUX-CHERCHE PIC 9(2)V9 VALUE ZERO.
001770
001780* CUMULS PAR CLIENT DES LIVRAISONS EXONEREES VERS L'UE
001790* (RECHERCHE SEQUENTIELLE, COMME LES TABLES DE STATPROD)
001800  01 T-CLIENTS-UE.
001810      05 T-CLI-UE-LIGNE OCCURS 200 TIMES INDEXED BY IX-CUE.
001820          10 TC-C-NO    PIC X(03).
001830          10 TC-COMPANY PIC X(27).
001840          10 TC-SIRET   PIC X(14).
001850          10 TC-PAYS    PIC X(02).
001860          10 TC-NET-HT  PIC S9(10)V99.
001870  77 WS-NB-CLIENTS-UE PIC 9(3) COMP VALUE ZERO.
001880
001890* CUMULS GENERAUX DE LA FEUILLE
001900  77 WS-NB-DOCS       PIC 9(6) VALUE ZERO.
001910  77 WS-NB-FACTURES   PIC 9(6) VALUE ZERO.
001920  77 WS-NB-AVOIRS     PIC 9(6) VALUE ZERO.
001930  77 WS-NB-EXO-UE     PIC 9(6) VALUE ZERO.
001940  77 WS-NB-EXO-HORS   PIC 9(6) VALUE ZERO.
001950  77 WS-NB-ECARTS-DOC PIC 9(6) VALUE ZERO.
001960  77 WS-NB-ECR-TVA    PIC 9(6) VALUE ZERO.
001970  77 WS-TOTAL-BASE    PIC S9(11)V99 VALUE ZERO.
001980  77 WS-TOTAL-TVA     PIC S9(11)V99 VALUE ZERO.
001990  77 WS-TOTAL-JRN     PIC S9(11)V99 VALUE ZERO.
002000  77 WS-TOTAL-ECART   PIC S9(11)V99 VALUE ZERO.
002010  77 WS-TOTAL-UE      PIC S9(11)V99 VALUE ZERO.
002020  77 WS-TOTAL-HORS-UE PIC S9(11)V99 VALUE ZERO.
002030  77 WS-ECART-TAUX    PIC S9(11)V99 VALUE ZERO.
002040
002050  01 L-TVA-SEPARATEUR.
002060      05 FILLER  PIC X(69) VALUE ALL '='.
002070
002080  01 L-TVA-TITRE.
002090      05 FILLER  PIC X(69)
002100       VALUE 'DECLARATION DE TVA CA3 - FEUILLE DE PREPARATION'.
002110
002120  01 L-TVA-PERIODE.
002130      05 FILLER        PIC X(11) VALUE 'PERIODE DU '.
002140      05 ED-DATE-DEBUT PIC X(10).
002150      05 FILLER        PIC X(04) VALUE '  AU'.
002160      05 FILLER        PIC X(01) VALUE SPACE.
002170      05 ED-DATE-FIN   PIC X(10).
002180      05 FILLER        PIC X(33) VALUE ALL ' '.
002190
002200  01 L-TVA-SOUS-TITRE-TAXE.
002210      05 FILLER  PIC X(69)
002220       VALUE 'OPERATIONS TAXEES PAR TAUX (AVOIRS EN DEDUCTION)'.
002230
002240  01 L-TVA-COLONNES.
002250      05 FILLER  PIC X(02) VALUE SPACES.
002260      05 FILLER  PIC X(04) VALUE 'TAUX'.
002270      05 FILLER  PIC X(11) VALUE SPACES.
002280      05 FILLER  PIC X(07) VALUE 'BASE HT'.
002290      05 FILLER  PIC X(08) VALUE SPACES.
002300      05 FILLER  PIC X(07) VALUE 'TVA DUE'.
002310      05 FILLER  PIC X(04) VALUE SPACES.
002320      05 FILLER  PIC X(11) VALUE 'TVA JOURNAL'.
002330      05 FILLER  PIC X(08) VALUE SPACES.
002340      05 FILLER  PIC X(05) VALUE 'ECART'.
002350      05 FILLER  PIC X(02) VALUE SPACES.
002360
002370  01 L-TVA-LIGNE.
002380      05 FILLER      PIC X(02) VALUE SPACES.
002390      05 ED-TX-TAUX  PIC Z9,9.
002400      05 FILLER      PIC X(01) VALUE '%'.
002410      05 FILLER      PIC X(04) VALUE SPACES.
002420      05 ED-TX-BASE  PIC Z(9)9,99-.
002430      05 FILLER      PIC X(02) VALUE SPACES.
002440      05 ED-TX-TVA   PIC Z(8)9,99-.
002450      05 FILLER      PIC X(02) VALUE SPACES.
002460      05 ED-TX-JRN   PIC Z(8)9,99-.
002470      05 FILLER      PIC X(02) VALUE SPACES.
002480      05 ED-TX-ECART PIC Z(6)9,99-.
002490      05 FILLER      PIC X(01) VALUE SPACE.
002500
002510  01 L-TVA-TOTAL.
002520      05 FILLER       PIC X(11) VALUE 'TOTAL'.
002530      05 ED-TOT-BASE  PIC Z(9)9,99-.
002540      05 FILLER       PIC X(02) VALUE SPACES.
002550      05 ED-TOT-TVA   PIC Z(8)9,99-.
002560      05 FILLER       PIC X(02) VALUE SPACES.
002570      05 ED-TOT-JRN   PIC Z(8)9,99-.
002580      05 FILLER       PIC X(02) VALUE SPACES.
002590      05 ED-TOT-ECART PIC Z(6)9,99-.
002600      05 FILLER       PIC X(01) VALUE SPACE.
002610
002620  01 L-TVA-SOUS-TITRE-EXO.
002630      05 FILLER  PIC X(69)
002640       VALUE 'OPERATIONS NON IMPOSABLES (MONTANTS HT)'.
002650
002660  01 L-TVA-UE.
002670      05 FILLER    PIC X(30)
002680       VALUE 'LIVRAISONS UE      (LIGNE 06):'.
002690      05 ED-TVA-UE PIC Z(9)9,99-.
002700      05 FILLER    PIC X(25) VALUE ALL ' '.
002710
002720  01 L-TVA-HORS-UE.
002730      05 FILLER         PIC X(30)
002740       VALUE 'EXPORTATIONS       (LIGNE 04):'.
002750      05 ED-TVA-HORS-UE PIC Z(9)9,99-.
002760      05 FILLER         PIC X(25) VALUE ALL ' '.
002770
002780  01 L-TVA-SOUS-TITRE-RAP.
002790      05 FILLER  PIC X(69)
002800       VALUE 'RAPPROCHEMENT AVEC LE JOURNAL (COMPTES 44571)'.
002810
002820  01 L-TVA-DECLAREE.
002830      05 FILLER          PIC X(30)
002840       VALUE 'TVA COLLECTEE DECLAREE      :'.
002850      05 ED-TVA-DECLAREE PIC Z(9)9,99-.
002860      05 FILLER          PIC X(25) VALUE ALL ' '.
002870
002880  01 L-TVA-JOURNAL.
002890      05 FILLER         PIC X(30)
002900       VALUE 'TVA COLLECTEE AU JOURNAL    :'.
002910      05 ED-TVA-JOURNAL PIC Z(9)9,99-.
002920      05 FILLER         PIC X(25) VALUE ALL ' '.
002930
002940  01 L-TVA-ECART.
002950      05 FILLER       PIC X(30)
002960       VALUE 'ECART                       :'.
002970      05 ED-TVA-ECART PIC Z(9)9,99-.
002980      05 FILLER       PIC X(25) VALUE ALL ' '.
002990
003000  01 L-TVA-CONFORME.
003010      05 FILLER  PIC X(69)
003020       VALUE 'RAPPROCHEMENT CONFORME : DECLARATION = JOURNAL'.
003030
003040  01 L-TVA-NON-CONFORME.
003050      05 FILLER  PIC X(69)
003060       VALUE 'RAPPROCHEMENT NON CONFORME : ECART A JUSTIFIER'.
003070
003080  01 L-TVA-SANS-JOURNAL.
003090      05 FILLER  PIC X(69)
003100       VALUE 'JOURNAL ABSENT : RAPPROCHEMENT IMPOSSIBLE'.
003110
003120  01 L-TVA-NB-DOCS.
003130      05 FILLER      PIC X(30)
003140       VALUE 'DOCUMENTS RETENUS           :'.
003150      05 ED-TVA-DOCS PIC Z(6)9.
003160      05 FILLER      PIC X(32) VALUE ALL ' '.
003170
003180  01 L-TVA-NB-FACT.
003190      05 FILLER      PIC X(30)
003200       VALUE '  DONT FACTURES             :'.
003210      05 ED-TVA-FACT PIC Z(6)9.
003220      05 FILLER      PIC X(32) VALUE ALL ' '.
003230
003240  01 L-TVA-NB-AVOIRS.
003250      05 FILLER        PIC X(30)
003260       VALUE '  DONT AVOIRS               :'.
003270      05 ED-TVA-AVOIRS PIC Z(6)9.
003280      05 FILLER        PIC X(32) VALUE ALL ' '.
003290
003300  01 L-TVA-NB-EXO-UE.
003310      05 FILLER        PIC X(30)
003320       VALUE 'DOCUMENTS EXONERES UE       :'.
003330      05 ED-TVA-EXO-UE PIC Z(6)9.
003340      05 FILLER        PIC X(32) VALUE ALL ' '.
003350
003360  01 L-TVA-NB-EXO-HORS.
003370      05 FILLER          PIC X(30)
003380       VALUE 'DOCUMENTS EXONERES HORS UE  :'.
003390      05 ED-TVA-EXO-HORS PIC Z(6)9.
003400      05 FILLER          PIC X(32) VALUE ALL ' '.
003410
003420  01 L-TVA-NB-ECARTS.
003430      05 FILLER         PIC X(30)
003440       VALUE 'DOCUMENTS TVA NON CONCORDANTE:'.
003450      05 ED-TVA-ECARTS  PIC Z(6)9.
003460      05 FILLER         PIC X(32) VALUE ALL ' '.
003470
003480  01 L-TVA-NB-ECR.
003490      05 FILLER      PIC X(30)
003500       VALUE 'ECRITURES 44571 RAPPROCHEES :'.
003510      05 ED-TVA-ECR  PIC Z(6)9.
003520      05 FILLER      PIC X(32) VALUE ALL ' '.
003530
003540  01 L-UE-TITRE.
003550      05 FILLER  PIC X(69)
003560       VALUE 'ETAT RECAPITULATIF DES LIVRAISONS EXONEREES UE'.
003570
003580  01 L-UE-COLONNES.
003590      05 FILLER  PIC X(03) VALUE 'CLI'.
003600      05 FILLER  PIC X(01) VALUE SPACE.
003610      05 FILLER  PIC X(27) VALUE 'SOCIETE'.
003620      05 FILLER  PIC X(01) VALUE SPACE.
003630      05 FILLER  PIC X(14) VALUE 'SIRET'.
003640      05 FILLER  PIC X(02) VALUE SPACES.
003650      05 FILLER  PIC X(04) VALUE 'PAYS'.
003660      05 FILLER  PIC X(06) VALUE SPACES.
003670      05 FILLER  PIC X(10) VALUE 'MONTANT HT'.
003680      05 FILLER  PIC X(01) VALUE SPACE.
003690
003700  01 L-UE-LIGNE.
003710      05 UE-C-NO    PIC X(03).
003720      05 FILLER     PIC X(01) VALUE SPACE.
003730      05 UE-COMPANY PIC X(27).
003740      05 FILLER     PIC X(01) VALUE SPACE.
003750      05 UE-SIRET   PIC X(14).
003760      05 FILLER     PIC X(02) VALUE SPACES.
003770      05 UE-PAYS    PIC X(02).
003780      05 FILLER     PIC X(05) VALUE SPACES.
003790      05 UE-NET-HT  PIC Z(9)9,99-.
003800
003810  01 L-UE-TOTAL.
003820      05 FILLER       PIC X(55)
003830       VALUE 'TOTAL DES LIVRAISONS UE (LIGNE 06 DE LA CA3)'.
003840      05 ED-UE-TOTAL  PIC Z(9)9,99-.
003850
003860  01 L-UE-NB-CLIENTS.
003870      05 FILLER      PIC X(30)
003880       VALUE 'CLIENTS UE LISTES           :'.
003890      05 ED-UE-NB    PIC Z(6)9.
003900      05 FILLER      PIC X(32) VALUE ALL ' '.
003910
003920     EXEC SQL
003930       INCLUDE SQLCA
003940     END-EXEC
003950
003960 PROCEDURE DIVISION.
003970
003980****** RECEPTION DE LA PERIODE DECLAREE *****
003990     ACCEPT WS-DATE-DEBUT FROM SYSIN
004000     ACCEPT WS-DATE-FIN   FROM SYSIN
004010
004020****** INSCRIPTION DU RUN AU REGISTRE DE LA CHAINE *****
004020     MOVE 'D' TO REG-FONCTION
004020     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
004020
004020*******OUVERTURE DES FICHIERS*******
004030     PERFORM OUV-FICHIERS
004040
004050* PARCOURS SEQUENTIEL DE L'ARCHIVE PAR CLE PRIMAIRE : LES
004060* ENREGISTREMENTS D'UN DOCUMENT SE SUIVENT (ENTETE 000, LIGNES,
004070* TOTAUX 999), L'ENTETE POSE LE CONTEXTE, LES TOTAUX LE CLOTURENT
004080     MOVE LOW-VALUES TO HIS-CLE
004090     START HISTFAC KEY NOT LESS THAN HIS-CLE
004100     IF FS-HISTFAC NOT = ZERO THEN
004110         MOVE 'O' TO WS-SW-HIST
004120     END-IF
004130     PERFORM UNTIL FIN-HIST
004140         PERFORM LIRE-HIST-SUIVANT
004150         IF NOT FIN-HIST THEN
004160             PERFORM TRAITER-ENR-HIST
004170         END-IF
004180     END-PERFORM
004190
004200* CUMUL DES CREDITS (ET DEBITS D'AVOIRS) DE TVA COLLECTEE PASSES
004210* AU JOURNAL SUR LA PERIODE
004220     IF JOURNAL-DISPONIBLE THEN
004230         PERFORM UNTIL FIN-JOURNAL
004240             PERFORM LIRE-JOURNAL
004250             IF NOT FIN-JOURNAL THEN
004260                 PERFORM TRAITER-ECRITURE-JOURNAL
004270             END-IF
004280         END-PERFORM
004290     END-IF
004300
004310     PERFORM EDITER-FEUILLE-CA3
004320     PERFORM EDITER-LISTE-UE
004330     PERFORM FERM-FICHIERS
004340* UNE DECLARATION QUI NE RETOMBE PAS SUR LE JOURNAL (OU QUI N'A
004350* PAS PU Y ETRE RAPPROCHEE) NE DOIT PAS PARTIR EN L'ETAT
004360     IF NOT JOURNAL-DISPONIBLE OR WS-TOTAL-ECART NOT = ZERO THEN
004370         MOVE 8 TO RETURN-CODE
004380     END-IF
004390     PERFORM ENREGISTRER-FIN-RUN
004390     GOBACK.
004400
004410 ABEND-PROG.
004420       DISPLAY "ANOMALIE GRAVE : ", FS-HISTFAC, " ", FS-JOURNAL,
004430               " ", FS-ETAT, " ", FS-LISTE
004440       COMPUTE WS-ANO = 1 / WS-ANO.
004440
004440* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
004440* COMPTEURS
004440 ENREGISTRER-FIN-RUN.
004440     MOVE 'F'         TO REG-FONCTION
004440     MOVE RETURN-CODE TO REG-CODE-RETOUR
004440     MOVE 'DOCUMENTS'    TO REG-LIB-NB(1)
004440     MOVE WS-NB-DOCS     TO REG-NB(1)
004440     MOVE 'FACTURES'     TO REG-LIB-NB(2)
004440     MOVE WS-NB-FACTURES TO REG-NB(2)
004440     MOVE 'AVOIRS'       TO REG-LIB-NB(3)
004440     MOVE WS-NB-AVOIRS   TO REG-NB(3)
004440     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
004450
004460 LIRE-HIST-SUIVANT.
004470     READ HISTFAC NEXT
004480     EVALUATE TRUE
004490         WHEN FS-HISTFAC = ZERO OR FS-HISTFAC = '02'
004500             CONTINUE
004510         WHEN FS-HISTFAC = '10'
004520             MOVE 'O' TO WS-SW-HIST
004530         WHEN OTHER
004540             DISPLAY "ERR READ HISTFAC - FILE STATUS : ",
004550                     FS-HISTFAC
004560             PERFORM ABEND-PROG
004570     END-EVALUATE.
004580
004590* TOUTE ENTETE (SEQUENCE 000) FIXE LE CONTEXTE : SEULS LES
004600* DOCUMENTS DE VENTE 'E' ET 'A' DE LA PERIODE SONT RETENUS ; UNE
004610* LIGNE D'UN DOCUMENT RETENU EST VENTILEE SUR SON TAUX ET LES
004620* TOTAUX 999 CLOTURENT LE DOCUMENT
004630 TRAITER-ENR-HIST.
004640     EVALUATE TRUE
004650         WHEN HIS-SEQ = ZERO
004660             PERFORM OUVRIR-DOCUMENT
004670         WHEN HIS-TYPE-ENR = 'D' AND DOC-RETENU
004680             PERFORM CUMULER-LIGNE-TAUX
004690         WHEN HIS-TYPE-ENR = 'T' AND DOC-RETENU
004700             PERFORM CLOTURER-DOCUMENT
004710     END-EVALUATE.
004720
004730 OUVRIR-DOCUMENT.
004740     MOVE 'N' TO WS-SW-DOC
004750     IF (HIS-TYPE-ENR = 'E' OR HIS-TYPE-ENR = 'A')
004760        AND HIS-O-DATE NOT LESS THAN WS-DATE-DEBUT
004770        AND HIS-O-DATE NOT GREATER THAN WS-DATE-FIN THEN
004780         MOVE 'O' TO WS-SW-DOC
004790         ADD 1 TO WS-NB-DOCS
004800         IF HIS-TYPE-ENR = 'A' THEN
004810             MOVE -1 TO WS-SIGNE
004820             ADD 1 TO WS-NB-AVOIRS
004830         ELSE
004840             MOVE +1 TO WS-SIGNE
004850             ADD 1 TO WS-NB-FACTURES
004860         END-IF
004870         MOVE HIS-C-NO    TO WS-DOC-C-NO
004880         MOVE HIS-COMPANY TO WS-DOC-COMPANY
004890         MOVE HIS-SIRET   TO WS-DOC-SIRET
004900         MOVE ZERO TO WS-NB-TAUX-DOC
004910         INITIALIZE T-TVA-DOC
004910         IF HIS-TYPE-ENR = 'E' AND HIS-TYPE-FACT = 'M' THEN
004910             MOVE 'O' TO WS-SW-MENSUELLE
004910         ELSE
004910             MOVE 'N' TO WS-SW-MENSUELLE
004910         END-IF
004910         MOVE SPACES TO WS-CDE-O-NO
004910         MOVE ZERO TO WS-NB-TAUX-CDE
004920         PERFORM LIRE-PAYS-CLIENT
004930     END-IF.
004940
004950* PAYS ACTUEL DU CLIENT : NE SERT QU'A CLASSER UN DOCUMENT
004960* EXONERE ENTRE UNION EUROPEENNE ET EXPORT HORS UE, LE REGIME
004970* LUI-MEME EST CELUI QUI A ETE ARCHIVE A L'EMISSION
004980 LIRE-PAYS-CLIENT.
004990     MOVE WS-DOC-C-NO TO WS-C-NO-DOC
005000     EXEC SQL
005010        SELECT COUNTRY
005020        INTO :WS-CUST-COUNTRY :WS-IND-COUNTRY
005030        FROM CUSTOMERS
005040        WHERE C_NO = :WS-C-NO-DOC
005050     END-EXEC
005060     EVALUATE TRUE
005070         WHEN SQLCODE = ZERO
005080             IF WS-IND-COUNTRY < ZERO THEN
005090                 MOVE SPACES TO WS-CUST-COUNTRY
005100             END-IF
005110         WHEN SQLCODE = +100
005120             DISPLAY "CLIENT INCONNU, PAYS NON DETERMINE : ",
005130                     WS-DOC-C-NO
005140             MOVE SPACES TO WS-CUST-COUNTRY
005150         WHEN OTHER
005160             DISPLAY "ANOMALIE GRAVE : ", SQLCODE
005170             PERFORM ABEND-PROG
005180     END-EVALUATE.
005190
005200* BASE NETTE DE LA LIGNE (QUANTITE X PRIX MOINS REMISE, COMME LE
005210* TOTAL HT ARCHIVE) CUMULEE SUR SON TAUX DANS LE DOCUMENT ET,
005210* POUR UNE FACTURE MENSUELLE, DANS SA COMMANDE
005220 CUMULER-LIGNE-TAUX.
005230     COMPUTE WS-BASE-LIGNE =
005240             HIS-QUANTITY * HIS-PRICE - HIS-REMISE
005240     IF DOC-MENSUEL THEN
005240         PERFORM CUMULER-LIGNE-COMMANDE
005240     END-IF
005250     SET IX-TVD TO 1
005260     PERFORM UNTIL IX-TVD > WS-NB-TAUX-DOC
005270                OR TD-TAUX(IX-TVD) = HIS-TAUX-TVA
005280         SET IX-TVD UP BY 1
005290     END-PERFORM
005300     IF IX-TVD > WS-NB-TAUX-DOC THEN
005310         IF WS-NB-TAUX-DOC >= 5 THEN
005320             DISPLAY "TABLE T-TVA-DOC PLEINE : ", HIS-NO-DOC
005330             PERFORM ABEND-PROG
005340         END-IF
005350         ADD 1 TO WS-NB-TAUX-DOC
005360         SET IX-TVD TO WS-NB-TAUX-DOC
005370         MOVE HIS-TAUX-TVA TO TD-TAUX(IX-TVD)
005380         MOVE ZERO TO TD-BASE-HT(IX-TVD)
005390         MOVE ZERO TO TD-MONTANT(IX-TVD)
005400     END-IF
005410     ADD WS-BASE-LIGNE TO TD-BASE-HT(IX-TVD).
005410* CHANGEMENT DE COMMANDE : LA TVA DE LA PRECEDENTE EST ARRONDIE ;
005410* PUIS LA BASE DE LA LIGNE EST CUMULEE SUR SON TAUX DANS LA
005410* COMMANDE EN COURS
005410 CUMULER-LIGNE-COMMANDE.
005410     IF HIS-O-NO NOT = WS-CDE-O-NO THEN
005410         PERFORM ARRONDIR-TVA-COMMANDE
005410         MOVE HIS-O-NO TO WS-CDE-O-NO
005410     END-IF
005410     SET IX-TVK TO 1
005410     PERFORM UNTIL IX-TVK > WS-NB-TAUX-CDE
005410                OR TK-TAUX(IX-TVK) = HIS-TAUX-TVA
005410         SET IX-TVK UP BY 1
005410     END-PERFORM
005410     IF IX-TVK > WS-NB-TAUX-CDE THEN
005410         IF WS-NB-TAUX-CDE >= 5 THEN
005410             DISPLAY "TABLE T-TVA-CDE PLEINE : ", HIS-NO-DOC
005410             PERFORM ABEND-PROG
005410         END-IF
005410         ADD 1 TO WS-NB-TAUX-CDE
005410         SET IX-TVK TO WS-NB-TAUX-CDE
005410         MOVE HIS-TAUX-TVA TO TK-TAUX(IX-TVK)
005410         MOVE ZERO TO TK-BASE-HT(IX-TVK)
005410     END-IF
005410     ADD WS-BASE-LIGNE TO TK-BASE-HT(IX-TVK).
005410
005410* TVA DE LA COMMANDE ARRONDIE TAUX PAR TAUX (CALCUL-TVA-TAUX DE
005410* FACTURES) ET CUMULEE SUR LE MEME TAUX DU DOCUMENT
005410 ARRONDIR-TVA-COMMANDE.
005410     PERFORM ARRONDIR-TVA-TAUX-CDE
005410         VARYING IX-TVK FROM 1 BY 1
005410         UNTIL IX-TVK > WS-NB-TAUX-CDE
005410     MOVE ZERO TO WS-NB-TAUX-CDE.
005410
005410 ARRONDIR-TVA-TAUX-CDE.
005410     COMPUTE WS-TVA-CDE ROUNDED =
005410             TK-BASE-HT(IX-TVK) * TK-TAUX(IX-TVK) / 100
005410     SET IX-TVD TO 1
005410     PERFORM UNTIL IX-TVD > WS-NB-TAUX-DOC
005410                OR TD-TAUX(IX-TVD) = TK-TAUX(IX-TVK)
005410         SET IX-TVD UP BY 1
005410     END-PERFORM
005410     ADD WS-TVA-CDE TO TD-MONTANT(IX-TVD).
005420
005430* CLOTURE DU DOCUMENT SUR SES TOTAUX : TVA RECALCULEE TAUX PAR
005440* TAUX COMME CALCUL-TVA-TAUX (COMMANDE PAR COMMANDE POUR UNE
005440* FACTURE MENSUELLE) ; ARCHIVEE NULLE ALORS QUE LES TAUX
005450* EN DONNENT UNE, LE DOCUMENT A ETE EMIS EXONERE ET VA EN
005460* OPERATIONS NON IMPOSABLES, SINON SES BASES ET SA TVA VONT
005470* DANS LA VENTILATION PAR TAUX DE LA PERIODE
005480 CLOTURER-DOCUMENT.
005490     MOVE ZERO TO WS-TVA-DOC
005490     IF DOC-MENSUEL THEN
005490         PERFORM ARRONDIR-TVA-COMMANDE
005490     END-IF
005500     PERFORM CALCULER-TVA-DOC
005510         VARYING IX-TVD FROM 1 BY 1
005520         UNTIL IX-TVD > WS-NB-TAUX-DOC
005530     IF HIS-MONTANT-TVA = ZERO AND WS-TVA-DOC > ZERO THEN
005540         MOVE 'O' TO WS-SW-EXONERE
005550     ELSE
005560         MOVE 'N' TO WS-SW-EXONERE
005570     END-IF
005580     IF DOC-EXONERE THEN
005590         PERFORM CUMULER-DOC-EXONERE
005600     ELSE
005610         IF WS-TVA-DOC NOT = HIS-MONTANT-TVA THEN
005620             ADD 1 TO WS-NB-ECARTS-DOC
005630             DISPLAY "TVA ARCHIVEE NON CONCORDANTE : ",
005640                     HIS-NO-DOC, " ", HIS-MONTANT-TVA,
005650                     " / ", WS-TVA-DOC
005660         END-IF
005670         PERFORM CUMULER-DOC-TAXE
005680             VARYING IX-TVD FROM 1 BY 1
005690             UNTIL IX-TVD > WS-NB-TAUX-DOC
005700     END-IF
005710     MOVE 'N' TO WS-SW-DOC
005710     MOVE 'N' TO WS-SW-MENSUELLE.
005720
005730 CALCULER-TVA-DOC.
005730     IF NOT DOC-MENSUEL THEN
005730         COMPUTE TD-MONTANT(IX-TVD) ROUNDED =
005730                 TD-BASE-HT(IX-TVD) * TD-TAUX(IX-TVD) / 100
005730     END-IF
005760     ADD TD-MONTANT(IX-TVD) TO WS-TVA-DOC.
005770
005780 CUMULER-DOC-TAXE.
005790     MOVE TD-TAUX(IX-TVD) TO WS-TAUX-CHERCHE
005800     PERFORM CHERCHER-TAUX-PERIODE
005810     COMPUTE TP-BASE-HT(IX-TVP) =
005820             TP-BASE-HT(IX-TVP) + TD-BASE-HT(IX-TVD) * WS-SIGNE
005830     COMPUTE TP-MONTANT(IX-TVP) =
005840             TP-MONTANT(IX-TVP) + TD-MONTANT(IX-TVD) * WS-SIGNE.
005850
005860* LIGNE DE LA VENTILATION DE PERIODE POUR WS-TAUX-CHERCHE, CREEE
005870* A ZERO AU PREMIER DOCUMENT OU A LA PREMIERE ECRITURE DU TAUX
005880 CHERCHER-TAUX-PERIODE.
005890     SET IX-TVP TO 1
005900     PERFORM UNTIL IX-TVP > WS-NB-TAUX-PER
005910                OR TP-TAUX(IX-TVP) = WS-TAUX-CHERCHE
005920         SET IX-TVP UP BY 1
005930     END-PERFORM
005940     IF IX-TVP > WS-NB-TAUX-PER THEN
005950         IF WS-NB-TAUX-PER >= 10 THEN
005960             DISPLAY "TABLE T-TVA-PERIODE PLEINE"
005970             PERFORM ABEND-PROG
005980         END-IF
005990         ADD 1 TO WS-NB-TAUX-PER
006000         SET IX-TVP TO WS-NB-TAUX-PER
006010         MOVE WS-TAUX-CHERCHE TO TP-TAUX(IX-TVP)
006020         MOVE ZERO TO TP-BASE-HT(IX-TVP)
006030         MOVE ZERO TO TP-MONTANT(IX-TVP)
006040         MOVE ZERO TO TP-JOURNAL(IX-TVP)
006050     END-IF.
006060
006070* DOCUMENT EXONERE : HT DU DOCUMENT EN LIVRAISON UE SI LE CLIENT
006080* EST DANS UN PAYS MEMBRE (ET CUMULE SUR LE CLIENT POUR L'ETAT
006090* RECAPITULATIF), EN EXPORTATION SINON
006100 CUMULER-DOC-EXONERE.
006110     MOVE 'N' TO WS-SW-UE
006120     SET IX-PAYS TO 1
006130     PERFORM UNTIL IX-PAYS > 27 OR PAYS-UE
006140         IF TPU-CODE(IX-PAYS) = WS-CUST-COUNTRY THEN
006150             MOVE 'O' TO WS-SW-UE
006160         END-IF
006170         SET IX-PAYS UP BY 1
006180     END-PERFORM
006190     IF PAYS-UE THEN
006200         ADD 1 TO WS-NB-EXO-UE
006210         COMPUTE WS-TOTAL-UE =
006220                 WS-TOTAL-UE + HIS-TOTAL-HT * WS-SIGNE
006230         PERFORM CUMULER-CLIENT-UE
006240     ELSE
006250         ADD 1 TO WS-NB-EXO-HORS
006260         COMPUTE WS-TOTAL-HORS-UE =
006270                 WS-TOTAL-HORS-UE + HIS-TOTAL-HT * WS-SIGNE
006280     END-IF.
006290
006300 CUMULER-CLIENT-UE.
006310     SET IX-CUE TO 1
006320     PERFORM UNTIL IX-CUE > WS-NB-CLIENTS-UE
006330                OR TC-C-NO(IX-CUE) = WS-DOC-C-NO
006340         SET IX-CUE UP BY 1
006350     END-PERFORM
006360     IF IX-CUE > WS-NB-CLIENTS-UE THEN
006370         IF WS-NB-CLIENTS-UE >= 200 THEN
006380             DISPLAY "TABLE T-CLIENTS-UE PLEINE"
006390             PERFORM ABEND-PROG
006400         END-IF
006410         ADD 1 TO WS-NB-CLIENTS-UE
006420         SET IX-CUE TO WS-NB-CLIENTS-UE
006430         MOVE WS-DOC-C-NO     TO TC-C-NO(IX-CUE)
006440         MOVE WS-DOC-COMPANY  TO TC-COMPANY(IX-CUE)
006450         MOVE WS-DOC-SIRET    TO TC-SIRET(IX-CUE)
006460         MOVE WS-CUST-COUNTRY TO TC-PAYS(IX-CUE)
006470         MOVE ZERO TO TC-NET-HT(IX-CUE)
006480     END-IF
006490     COMPUTE TC-NET-HT(IX-CUE) =
006500             TC-NET-HT(IX-CUE) + HIS-TOTAL-HT * WS-SIGNE.
006510
006520 LIRE-JOURNAL.
006530     READ JOURNAL
006540     EVALUATE TRUE
006550         WHEN FS-JOURNAL = ZERO
006560             CONTINUE
006570         WHEN FS-JOURNAL = '10'
006580             MOVE 'O' TO WS-SW-JRN
006590         WHEN OTHER
006600             DISPLAY "ERR READ MESJOURP - FILE STATUS : ",
006610                     FS-JOURNAL
006620             PERFORM ABEND-PROG
006630     END-EVALUATE.
006640
006650* SEULS LES MOUVEMENTS DE TVA COLLECTEE (44571 + TAUX) DATES DANS
006660* LA PERIODE COMPTENT : CREDIT D'UNE FACTURE EN PLUS, DEBIT D'UN
006670* AVOIR EN MOINS ; LES TOTAUX 'T' DE FIN DE RUN SONT IGNORES
006680 TRAITER-ECRITURE-JOURNAL.
006690     IF JRN-TYPE-ENR = 'M'
006700        AND JRN-COMPTE(1:5) = '44571'
006710        AND JRN-DATE NOT LESS THAN WS-DATE-DEBUT
006720        AND JRN-DATE NOT GREATER THAN WS-DATE-FIN THEN
006730         ADD 1 TO WS-NB-ECR-TVA
006740         MOVE JRN-TAUX TO WS-TAUX-CHERCHE
006750         PERFORM CHERCHER-TAUX-PERIODE
006760         IF JRN-SENS = 'C' THEN
006770             ADD JRN-MONTANT TO TP-JOURNAL(IX-TVP)
006780         ELSE
006790             SUBTRACT JRN-MONTANT FROM TP-JOURNAL(IX-TVP)
006800         END-IF
006810     END-IF.
006820
006830* FEUILLE CA3 : VENTILATION PAR TAUX AVEC RAPPROCHEMENT TAUX PAR
006840* TAUX, OPERATIONS NON IMPOSABLES, PUIS RAPPROCHEMENT GLOBAL
006850 EDITER-FEUILLE-CA3.
006860     WRITE ENR-ETAT FROM L-TVA-SEPARATEUR
006870     WRITE ENR-ETAT FROM L-TVA-TITRE
006880     MOVE WS-DATE-DEBUT TO ED-DATE-DEBUT
006890     MOVE WS-DATE-FIN   TO ED-DATE-FIN
006900     WRITE ENR-ETAT FROM L-TVA-PERIODE
006910     WRITE ENR-ETAT FROM L-TVA-SEPARATEUR
006920     WRITE ENR-ETAT FROM L-TVA-SOUS-TITRE-TAXE
006930     WRITE ENR-ETAT FROM L-TVA-COLONNES
006940     PERFORM EDITER-LIGNE-TAUX
006950         VARYING IX-TVP FROM 1 BY 1
006960         UNTIL IX-TVP > WS-NB-TAUX-PER
006970     COMPUTE WS-TOTAL-ECART = WS-TOTAL-TVA - WS-TOTAL-JRN
006980     MOVE WS-TOTAL-BASE  TO ED-TOT-BASE
006990     MOVE WS-TOTAL-TVA   TO ED-TOT-TVA
007000     MOVE WS-TOTAL-JRN   TO ED-TOT-JRN
007010     MOVE WS-TOTAL-ECART TO ED-TOT-ECART
007020     WRITE ENR-ETAT FROM L-TVA-TOTAL
007030     WRITE ENR-ETAT FROM L-TVA-SEPARATEUR
007040     WRITE ENR-ETAT FROM L-TVA-SOUS-TITRE-EXO
007050     MOVE WS-TOTAL-UE      TO ED-TVA-UE
007060     MOVE WS-TOTAL-HORS-UE TO ED-TVA-HORS-UE
007070     WRITE ENR-ETAT FROM L-TVA-UE
007080     WRITE ENR-ETAT FROM L-TVA-HORS-UE
007090     WRITE ENR-ETAT FROM L-TVA-SEPARATEUR
007100     WRITE ENR-ETAT FROM L-TVA-SOUS-TITRE-RAP
007110     MOVE WS-TOTAL-TVA   TO ED-TVA-DECLAREE
007120     MOVE WS-TOTAL-JRN   TO ED-TVA-JOURNAL
007130     MOVE WS-TOTAL-ECART TO ED-TVA-ECART
007140     WRITE ENR-ETAT FROM L-TVA-DECLAREE
007150     WRITE ENR-ETAT FROM L-TVA-JOURNAL
007160     WRITE ENR-ETAT FROM L-TVA-ECART
007170     EVALUATE TRUE
007180         WHEN NOT JOURNAL-DISPONIBLE
007190             WRITE ENR-ETAT FROM L-TVA-SANS-JOURNAL
007200         WHEN WS-TOTAL-ECART = ZERO
007210             WRITE ENR-ETAT FROM L-TVA-CONFORME
007220         WHEN OTHER
007230             WRITE ENR-ETAT FROM L-TVA-NON-CONFORME
007240     END-EVALUATE
007250     MOVE WS-NB-DOCS       TO ED-TVA-DOCS
007260     MOVE WS-NB-FACTURES   TO ED-TVA-FACT
007270     MOVE WS-NB-AVOIRS     TO ED-TVA-AVOIRS
007280     MOVE WS-NB-EXO-UE     TO ED-TVA-EXO-UE
007290     MOVE WS-NB-EXO-HORS   TO ED-TVA-EXO-HORS
007300     MOVE WS-NB-ECARTS-DOC TO ED-TVA-ECARTS
007310     MOVE WS-NB-ECR-TVA    TO ED-TVA-ECR
007320     WRITE ENR-ETAT FROM L-TVA-SEPARATEUR
007330     WRITE ENR-ETAT FROM L-TVA-NB-DOCS
007340     WRITE ENR-ETAT FROM L-TVA-NB-FACT
007350     WRITE ENR-ETAT FROM L-TVA-NB-AVOIRS
007360     WRITE ENR-ETAT FROM L-TVA-NB-EXO-UE
007370     WRITE ENR-ETAT FROM L-TVA-NB-EXO-HORS
007380     WRITE ENR-ETAT FROM L-TVA-NB-ECARTS
007390     WRITE ENR-ETAT FROM L-TVA-NB-ECR
007400     WRITE ENR-ETAT FROM L-TVA-SEPARATEUR
007410     IF FS-ETAT NOT = ZERO THEN
007420         DISPLAY "ERR WRITE MESCA3 - FILE STATUS : ", FS-ETAT
007430         PERFORM ABEND-PROG
007440     END-IF.
007450
007460 EDITER-LIGNE-TAUX.
007470     COMPUTE WS-ECART-TAUX =
007480             TP-MONTANT(IX-TVP) - TP-JOURNAL(IX-TVP)
007490     MOVE TP-TAUX(IX-TVP)    TO ED-TX-TAUX
007500     MOVE TP-BASE-HT(IX-TVP) TO ED-TX-BASE
007510     MOVE TP-MONTANT(IX-TVP) TO ED-TX-TVA
007520     MOVE TP-JOURNAL(IX-TVP) TO ED-TX-JRN
007530     MOVE WS-ECART-TAUX      TO ED-TX-ECART
007540     WRITE ENR-ETAT FROM L-TVA-LIGNE
007550     IF FS-ETAT NOT = ZERO THEN
007560         DISPLAY "ERR WRITE MESCA3 - FILE STATUS : ", FS-ETAT
007570         PERFORM ABEND-PROG
007580     END-IF
007590     COMPUTE WS-TOTAL-BASE = WS-TOTAL-BASE + TP-BASE-HT(IX-TVP)
007600     COMPUTE WS-TOTAL-TVA  = WS-TOTAL-TVA  + TP-MONTANT(IX-TVP)
007610     COMPUTE WS-TOTAL-JRN  = WS-TOTAL-JRN  + TP-JOURNAL(IX-TVP).
007620
007630* ETAT RECAPITULATIF UE : UNE LIGNE PAR CLIENT (NUMERO SIRET TEL
007640* QU'ARCHIVE SUR LE DOCUMENT, PAYS, CUMUL HT NET DES AVOIRS) ; SON
007650* TOTAL EST CELUI DE LA LIGNE 06 DE LA FEUILLE CA3
007660 EDITER-LISTE-UE.
007670     WRITE ENR-LISTE FROM L-TVA-SEPARATEUR
007680     WRITE ENR-LISTE FROM L-UE-TITRE
007690     WRITE ENR-LISTE FROM L-TVA-PERIODE
007700     WRITE ENR-LISTE FROM L-TVA-SEPARATEUR
007710     WRITE ENR-LISTE FROM L-UE-COLONNES
007720     PERFORM EDITER-CLIENT-UE
007730         VARYING IX-CUE FROM 1 BY 1
007740         UNTIL IX-CUE > WS-NB-CLIENTS-UE
007750     MOVE WS-TOTAL-UE      TO ED-UE-TOTAL
007760     MOVE WS-NB-CLIENTS-UE TO ED-UE-NB
007770     WRITE ENR-LISTE FROM L-TVA-SEPARATEUR
007780     WRITE ENR-LISTE FROM L-UE-TOTAL
007790     WRITE ENR-LISTE FROM L-UE-NB-CLIENTS
007800     WRITE ENR-LISTE FROM L-TVA-SEPARATEUR
007810     IF FS-LISTE NOT = ZERO THEN
007820         DISPLAY "ERR WRITE MESLIVUE - FILE STATUS : ", FS-LISTE
007830         PERFORM ABEND-PROG
007840     END-IF.
007850
007860 EDITER-CLIENT-UE.
007870     MOVE TC-C-NO(IX-CUE)    TO UE-C-NO
007880     MOVE TC-COMPANY(IX-CUE) TO UE-COMPANY
007890     MOVE TC-SIRET(IX-CUE)   TO UE-SIRET
007900     MOVE TC-PAYS(IX-CUE)    TO UE-PAYS
007910     MOVE TC-NET-HT(IX-CUE)  TO UE-NET-HT
007920     WRITE ENR-LISTE FROM L-UE-LIGNE
007930     IF FS-LISTE NOT = ZERO THEN
007940         DISPLAY "ERR WRITE MESLIVUE - FILE STATUS : ", FS-LISTE
007950         PERFORM ABEND-PROG
007960     END-IF.
007970
007980 OUV-FICHIERS.
007990     OPEN INPUT HISTFAC
008000     IF FS-HISTFAC NOT = ZERO AND FS-HISTFAC NOT = '02' THEN
008010         DISPLAY "ERR OPEN HISTFAC - FILE STATUS : ", FS-HISTFAC
008020         PERFORM ABEND-PROG
008030     END-IF
008040     OPEN INPUT JOURNAL
008050     EVALUATE FS-JOURNAL
008060         WHEN ZERO
008070             CONTINUE
008080         WHEN '35'
008090             MOVE 'N' TO WS-SW-JRN-DISPO
008100         WHEN OTHER
008110             DISPLAY "ERR OPEN MESJOURP - FILE STATUS : ",
008120                     FS-JOURNAL
008130             PERFORM ABEND-PROG
008140     END-EVALUATE
008150     OPEN OUTPUT ETAT
008160     IF FS-ETAT NOT = ZERO THEN
008170         DISPLAY "ERR OPEN MESCA3 - FILE STATUS : ", FS-ETAT
008180         PERFORM ABEND-PROG
008190     END-IF
008200     OPEN OUTPUT LISTE
008210     IF FS-LISTE NOT = ZERO THEN
008220         DISPLAY "ERR OPEN MESLIVUE - FILE STATUS : ", FS-LISTE
008230         PERFORM ABEND-PROG
008240     END-IF.
008250
008260 FERM-FICHIERS.
008270     CLOSE HISTFAC
008280     IF FS-HISTFAC NOT = ZERO THEN
008290         DISPLAY "ERR CLOSE HISTFAC - FILE STATUS : ", FS-HISTFAC
008300         PERFORM ABEND-PROG
008310     END-IF
008320     IF JOURNAL-DISPONIBLE THEN
008330         CLOSE JOURNAL
008340         IF FS-JOURNAL NOT = ZERO THEN
008350             DISPLAY "ERR CLOSE MESJOURP - FILE STATUS : ",
008360                     FS-JOURNAL
008370             PERFORM ABEND-PROG
008380         END-IF
008390     END-IF
008400     CLOSE ETAT
008410     IF FS-ETAT NOT = ZERO THEN
008420         DISPLAY "ERR CLOSE MESCA3 - FILE STATUS : ", FS-ETAT
008430         PERFORM ABEND-PROG
008440     END-IF
008450     CLOSE LISTE
008460     IF FS-LISTE NOT = ZERO THEN
008470         DISPLAY "ERR CLOSE MESLIVUE - FILE STATUS : ", FS-LISTE
008480         PERFORM ABEND-PROG
008490     END-IF.
