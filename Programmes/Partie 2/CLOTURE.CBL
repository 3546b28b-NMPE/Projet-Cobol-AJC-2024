000100 IDENTIFICATION DIVISION.
000110  PROGRAM-ID.   CLOTURE.
000120
000130* CLOTURE MENSUELLE DE LA PERIODE COMPTABLE. LES JOURNAUX DES RUNS
000140* DU MOIS (FACTURES, ENCAISSE, PENALITE, IRRECOUV, LETTRAGE) SONT
000150* REPRIS ET CUMULES PAR COMPTE DANS LE GRAND LIVRE ; LA BALANCE
000160* DES COMPTES EST EDITEE AVEC LE SOLDE DES PERIODES DEJA CLOSES,
000170* LES MOUVEMENTS DE LA PERIODE ET LE SOLDE FINAL. SYSIN : LA
000180* PERIODE (AAAA-MM) PUIS L'ACTION :
000190*  - 'B' BALANCE PROVISOIRE, AUCUN FICHIER N'EST MIS A JOUR ;
000200*  - 'C' CLOTURE : SI LA BALANCE EST EQUILIBREE ET LES JOURNAUX
000210*    COMPLETS, LES MOUVEMENTS DE LA PERIODE SONT PORTES AU GRAND
000220*    LIVRE ET LA PERIODE EST MARQUEE CLOSE DANS LE FICHIER DES
000230*    PERIODES. LES PROGRAMMES QUI PASSENT DES ECRITURES REPORTENT
000240*    ENSUITE SUR LA PREMIERE PERIODE OUVERTE CE QUI EST DATE D'UNE
000250*    PERIODE CLOSE (SOUS-PROGRAMME CALPERIO).
000260* LES PERIODES SE CLOTURENT DANS L'ORDRE, SANS EN SAUTER ; UNE
000270* PERIODE FUTURE NE PEUT ETRE CLOSE. TOUT REFUS OU DESEQUILIBRE
000280* REND LA MAIN AVEC UN CODE RETOUR 8 SANS RIEN CLORE
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320  SPECIAL-NAMES.
000330      DECIMAL-POINT IS COMMA.
000340
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370* FICHIER DES PERIODES COMPTABLES : UN ENREGISTREMENT PAR PERIODE
000380* CLOSE ; L'ENTETE '0000-00' PORTE LA DERNIERE PERIODE CLOSE, LUE
000390* PAR CALPERIO POUR LES PROGRAMMES QUI PASSENT DES ECRITURES
000400     SELECT PERIODES ASSIGN TO FPERIODE
000410     ORGANIZATION IS INDEXED
000420     ACCESS MODE IS DYNAMIC
000430     RECORD KEY IS PE-PERIODE
000440     FILE STATUS IS FS-PERIODES.
000450
000460* GRAND LIVRE : MOUVEMENTS DE CHAQUE COMPTE PAR PERIODE CLOSE
000470     SELECT GRDLIV ASSIGN TO FGRDLIV
000480     ORGANIZATION IS INDEXED
000490     ACCESS MODE IS DYNAMIC
000500     RECORD KEY IS GL-CLE
000510     FILE STATUS IS FS-GRDLIV.
000520
000530* ECRITURES DU MOIS : CONCATENATION PAR LE JCL DES JOURNAUX DES
000540* RUNS (MESJOURN ET MESJOURA DE FACTURES, MESJOURB D'ENCAISSE,
000550* MESJOURI DE PENALITE, MESJOURC D'IRRECOUV, MESJOURE DE
000560* LETTRAGE), TOUS AU FORMAT DU JOURNAL DE FACTURES.CBL, COMME
000570* MESJOURP POUR DECLTVA
000580     SELECT JOURNAL ASSIGN TO MESJOURG
000590     ORGANIZATION IS SEQUENTIAL
000600     FILE STATUS IS FS-JOURNAL.
000610
000620* BALANCE DES COMPTES DE LA PERIODE
000630     SELECT ETAT ASSIGN TO MESBALAN
000640     ORGANIZATION IS SEQUENTIAL
000650     FILE STATUS IS FS-ETAT.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690* UN ENREGISTREMENT PAR PERIODE CLOSE (AAAA-MM) AVEC SES TOTAUX ;
000700* LA PERIODE '0000-00' EST L'ENTETE (DERNIERE PERIODE CLOSE)
000710 FD PERIODES.
000720 01 ENR-PERIODE.
000730     05 PE-PERIODE          PIC X(07).
000740     05 PE-DETAIL.
000750         10 PE-DATE-CLOTURE PIC X(10).
000760         10 PE-TOTAL-DEBIT  PIC 9(11)V99.
000770         10 PE-TOTAL-CREDIT PIC 9(11)V99.
000780         10 PE-NB-ECRITURES PIC 9(07).
000790     05 PE-TETE REDEFINES PE-DETAIL.
000800         10 PE-DERNIERE-CLOSE PIC X(07).
000810         10 PE-DATE-DERNIERE  PIC X(10).
000820         10 FILLER            PIC X(26).
000830     05 FILLER              PIC X(20).
000840
000850 FD GRDLIV.
000860 01 ENR-GRDLIV.
000870     05 GL-CLE.
000880         10 GL-COMPTE       PIC X(08).
000890         10 GL-PERIODE      PIC X(07).
000900     05 GL-DEBIT            PIC 9(11)V99.
000910     05 GL-CREDIT           PIC 9(11)V99.
000920     05 GL-NB-ECRITURES     PIC 9(07).
000930     05 GL-DATE-CLOTURE     PIC X(10).
000940     05 FILLER              PIC X(20).
000950
000960* 'M' ECRITURE, 'T' TOTAL DE CONTROLE EN QUEUE DE CHAQUE JOURNAL
000970 FD JOURNAL.
000980 01 ENR-JOURNAL.
000990     05 JRN-TYPE-ENR PIC X(01).
001000     05 JRN-NO-FACT  PIC X(10).
001010     05 JRN-O-NO     PIC X(03).
001020     05 JRN-DATE     PIC X(10).
001030     05 JRN-COMPTE   PIC X(08).
001040     05 JRN-SENS     PIC X(01).
001050     05 JRN-MONTANT  PIC 9(8)V99.
001060     05 JRN-TAUX     PIC 9(2)V9.
001070
001080 FD ETAT.
001090 01 ENR-ETAT PIC X(69).
001100
001110 WORKING-STORAGE SECTION.
001120  77 FS-PERIODES PIC XX.
001130  77 FS-GRDLIV   PIC XX.
001140  77 FS-JOURNAL  PIC XX.
001150  77 FS-ETAT     PIC 99.
001160  77 WS-ANO      PIC 99.
001160
001160* SOUS-PROGRAMME DU REGISTRE DES RUNS DE LA CHAINE ET SA ZONE
001160* D'ECHANGE : LE RUN S'Y INSCRIT AU DEBUT, APRES CONTROLE DE SES
001160* PREREQUIS, ET A LA FIN AVEC SON CODE RETOUR ET SES COMPTEURS
001160  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
001160  01 WS-REGISTRE-RUN.
001160      05 REG-FONCTION     PIC X(01).
001160      05 REG-PROGRAMME    PIC X(08) VALUE 'CLOTURE'.
001160      05 REG-MODE         PIC X(01) VALUE SPACE.
001160      05 REG-DATE-METIER  PIC X(10).
001160      05 REG-RANG         PIC 9(04).
001160      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
001160      05 REG-COMPTEUR OCCURS 3.
001160          10 REG-LIB-NB   PIC X(12).
001160          10 REG-NB       PIC 9(07).
001170
001180* PERIODE TRAITEE ET ACTION, RECUES EN SYSIN
001190  01 WS-PERIODE.
001200      05 WS-PER-AAAA  PIC X(04).
001210      05 WS-PER-TIRET PIC X(01).
001220      05 WS-PER-MM    PIC X(02).
001230  01 WS-PERIODE-N REDEFINES WS-PERIODE.
001240      05 WS-PER-AAAA-N PIC 9(04).
001250      05 FILLER        PIC X(01).
001260      05 WS-PER-MM-N   PIC 9(02).
001270  77 WS-ACTION       PIC X(01) VALUE SPACES.
001280      88 ACTION-BALANCE        VALUE 'B'.
001290      88 ACTION-CLOTURE        VALUE 'C'.
001300
001310* DATE SYSTEME (AAAAMMJJ) ET AU FORMAT AAAA-MM-JJ : DATE DE LA
001320* CLOTURE, SON MOIS BORNE LA PERIODE QUI PEUT ETRE CLOSE
001330  01 WS-DATE-SYS.
001340      05 WS-DATE-SYS-AAAA PIC X(04).
001350      05 WS-DATE-SYS-MM   PIC X(02).
001360      05 WS-DATE-SYS-JJ   PIC X(02).
001370  01 WS-DATE-SYS-ISO.
001380      05 WS-ISO-AAAA PIC X(04).
001390      05 FILLER      PIC X(01) VALUE '-'.
001400      05 WS-ISO-MM   PIC X(02).
001410      05 FILLER      PIC X(01) VALUE '-'.
001420      05 WS-ISO-JJ   PIC X(02).
001430
001440* DERNIERE PERIODE CLOSE (A BLANC SI AUCUNE) ET PREMIERE PERIODE
001450* OUVERTE QUI LA SUIT, SEULE PERIODE QUI PEUT ETRE CLOSE
001460  77 WS-DERNIERE-CLOSE PIC X(07) VALUE SPACES.
001470  01 WS-PREMIERE-OUVERTE.
001480      05 WS-PO-AAAA   PIC 9(04) VALUE ZERO.
001490      05 FILLER       PIC X(01) VALUE '-'.
001500      05 WS-PO-MM     PIC 9(02) VALUE ZERO.
001510
001520* PERIODE D'UNE ECRITURE DU JOURNAL, DECOUPEE POUR SON CONTROLE
001530  01 WS-PER-ECR.
001540      05 WS-ECR-AAAA  PIC X(04).
001550      05 WS-ECR-TIRET PIC X(01).
001560      05 WS-ECR-MM    PIC X(02).
001570  01 WS-PER-ECR-N REDEFINES WS-PER-ECR.
001580      05 FILLER       PIC X(04).
001590      05 FILLER       PIC X(01).
001600      05 WS-ECR-MM-N  PIC 9(02).
001610
001620  77 WS-SW-JRN      PIC X(01) VALUE 'N'.
001630      88 FIN-JOURNAL           VALUE 'O'.
001640* JOURNAUX DU MOIS ABSENTS (STATUT 35) : LA BALANCE EST EDITEE
001650* MAIS LA PERIODE NE PEUT ETRE CLOSE
001660  77 WS-SW-JRN-DISPO PIC X(01) VALUE 'O'.
001670      88 JOURNAL-DISPONIBLE    VALUE 'O'.
001680  77 WS-SW-GL       PIC X(01) VALUE 'N'.
001690      88 FIN-GRDLIV            VALUE 'O'.
001700  77 WS-SW-TETE     PIC X(01) VALUE 'N'.
001710      88 TETE-PRESENTE         VALUE 'O'.
001720* UN MOTIF AU MOINS INTERDIT LA CLOTURE
001730  77 WS-SW-REFUS    PIC X(01) VALUE 'N'.
001740      88 CLOTURE-REFUSEE       VALUE 'O'.
001750
001760* COMPTES MOUVEMENTES, TRIES PAR NUMERO DE COMPTE : CUMUL DES
001770* PERIODES DEJA CLOSES (GRAND LIVRE) ET MOUVEMENTS DE LA PERIODE
001780  01 T-COMPTES.
001790      05 T-COMPTE OCCURS 500 TIMES.
001800          10 TC-COMPTE     PIC X(08).
001810          10 TC-ANT-DEBIT  PIC 9(11)V99.
001820          10 TC-ANT-CREDIT PIC 9(11)V99.
001830          10 TC-DEBIT      PIC 9(11)V99.
001840          10 TC-CREDIT     PIC 9(11)V99.
001850          10 TC-NB         PIC 9(07).
001860  77 WS-NB-COMPTES  PIC 9(4) COMP VALUE ZERO.
001870  77 WS-CPT-I       PIC 9(4) COMP VALUE ZERO.
001880  77 WS-CPT-J       PIC 9(4) COMP VALUE ZERO.
001890  77 WS-COMPTE-CRT  PIC X(08) VALUE SPACES.
001900  77 WS-SOLDE       PIC S9(11)V99 VALUE ZERO.
001910
001920* CUMULS DE CONTROLE : TOUTES LES ECRITURES 'M' LUES ET LES
001930* TOTAUX 'T' DES JOURNAUX DOIVENT S'EGALER (JOURNAL TRONQUE
001940* SINON), LES DEBITS ET CREDITS DE LA PERIODE AUSSI
001950  77 WS-TOT-M-DEBIT   PIC 9(11)V99 VALUE ZERO.
001960  77 WS-TOT-M-CREDIT  PIC 9(11)V99 VALUE ZERO.
001970  77 WS-TOT-T-DEBIT   PIC 9(11)V99 VALUE ZERO.
001980  77 WS-TOT-T-CREDIT  PIC 9(11)V99 VALUE ZERO.
001990  77 WS-TOT-DEBIT     PIC 9(11)V99 VALUE ZERO.
002000  77 WS-TOT-CREDIT    PIC 9(11)V99 VALUE ZERO.
002010  77 WS-TOT-ANT       PIC S9(11)V99 VALUE ZERO.
002020  77 WS-TOT-SOLDE     PIC S9(11)V99 VALUE ZERO.
002030
002040  77 WS-NB-LUES       PIC 9(7) VALUE ZERO.
002050  77 WS-NB-PERIODE    PIC 9(7) VALUE ZERO.
002060  77 WS-NB-SUIVANTES  PIC 9(7) VALUE ZERO.
002070  77 WS-NB-CLOSES     PIC 9(7) VALUE ZERO.
002080  77 WS-NB-ANTERIEURES PIC 9(7) VALUE ZERO.
002090  77 WS-NB-INVALIDES  PIC 9(7) VALUE ZERO.
002100  77 WS-NB-MOUVEMENTES PIC 9(7) VALUE ZERO.
002110  77 WS-NB-REPRISES   PIC 9(7) VALUE ZERO.
002120
002130  01 L-BAL-SEPARATEUR.
002140      05 FILLER  PIC X(69) VALUE ALL '='.
002150
002160  01 L-BAL-TIRETS.
002170      05 FILLER  PIC X(69) VALUE ALL '-'.
002180
002190  01 L-BAL-TITRE.
002200      05 FILLER  PIC X(69)
002210       VALUE 'BALANCE GENERALE DES COMPTES'.
002220
002230  01 L-BAL-PERIODE.
002240      05 FILLER       PIC X(20) VALUE 'PERIODE COMPTABLE : '.
002250      05 BP-PERIODE   PIC X(07).
002260      05 FILLER       PIC X(02) VALUE SPACES.
002270      05 BP-NATURE    PIC X(20).
002280      05 FILLER       PIC X(03) VALUE 'AU '.
002290      05 BP-DATE      PIC X(10).
002300      05 FILLER       PIC X(07) VALUE SPACES.
002310
002320  01 L-BAL-COLONNES.
002330      05 FILLER  PIC X(23) VALUE 'COMPTE     SOLDE OUVERT'.
002340      05 FILLER  PIC X(30) VALUE '         DEBITS        CREDITS'.
002350      05 FILLER  PIC X(16) VALUE '    SOLDE FINAL'.
002360
002370  01 L-BAL-LIGNE.
002380      05 LB-COMPTE    PIC X(08).
002390      05 FILLER       PIC X(01) VALUE SPACE.
002400      05 LB-ANTERIEUR PIC -(10)9,99.
002410      05 FILLER       PIC X(01) VALUE SPACE.
002420      05 LB-DEBIT     PIC Z(10)9,99.
002430      05 FILLER       PIC X(01) VALUE SPACE.
002440      05 LB-CREDIT    PIC Z(10)9,99.
002450      05 FILLER       PIC X(01) VALUE SPACE.
002460      05 LB-SOLDE     PIC -(10)9,99.
002470
002480  01 L-BAL-LUES.
002490      05 FILLER    PIC X(30)
002500       VALUE 'ECRITURES LUES              :'.
002510      05 ED-BAL-LUES PIC Z(6)9.
002520      05 FILLER    PIC X(32) VALUE ALL ' '.
002530
002540  01 L-BAL-PERIODE-NB.
002550      05 FILLER    PIC X(30)
002560       VALUE 'ECRITURES DE LA PERIODE     :'.
002570      05 ED-BAL-PERIODE PIC Z(6)9.
002580      05 FILLER    PIC X(32) VALUE ALL ' '.
002590
002600  01 L-BAL-SUIVANTES.
002610      05 FILLER    PIC X(30)
002620       VALUE 'ECRITURES PERIODES SUIVANTES:'.
002630      05 ED-BAL-SUIVANTES PIC Z(6)9.
002640      05 FILLER    PIC X(32) VALUE ALL ' '.
002650
002660  01 L-BAL-CLOSES.
002670      05 FILLER    PIC X(30)
002680       VALUE 'DEJA CLOSES, IGNOREES       :'.
002690      05 ED-BAL-CLOSES PIC Z(6)9.
002700      05 FILLER    PIC X(32) VALUE ALL ' '.
002710
002720  01 L-BAL-ANTERIEURES.
002730      05 FILLER    PIC X(30)
002740       VALUE 'ANTERIEURES NON CLOSES      :'.
002750      05 ED-BAL-ANTERIEURES PIC Z(6)9.
002760      05 FILLER    PIC X(32) VALUE ALL ' '.
002770
002780  01 L-BAL-INVALIDES.
002790      05 FILLER    PIC X(30)
002800       VALUE 'DATE OU SENS INVALIDE       :'.
002810      05 ED-BAL-INVALIDES PIC Z(6)9.
002820      05 FILLER    PIC X(32) VALUE ALL ' '.
002830
002840  01 L-BAL-COMPTES.
002850      05 FILLER    PIC X(30)
002860       VALUE 'COMPTES MOUVEMENTES         :'.
002870      05 ED-BAL-COMPTES PIC Z(6)9.
002880      05 FILLER    PIC X(32) VALUE ALL ' '.
002890
002900  01 L-BAL-REPRISES.
002910      05 FILLER    PIC X(30)
002920       VALUE 'GRAND LIVRE, CLOTURE REPRISE:'.
002930      05 ED-BAL-REPRISES PIC Z(6)9.
002940      05 FILLER    PIC X(32) VALUE ALL ' '.
002950
002960  01 L-BAL-CTRL.
002970      05 FILLER     PIC X(30)
002980       VALUE 'TOTAUX DE CONTROLE DEBIT    :'.
002990      05 ED-BAL-CTRL PIC Z(10)9,99.
003000      05 FILLER     PIC X(25) VALUE ALL ' '.
003010
003020  01 L-BAL-CTRL-CR.
003030      05 FILLER     PIC X(30)
003040       VALUE 'TOTAUX DE CONTROLE CREDIT   :'.
003050      05 ED-BAL-CTRL-CR PIC Z(10)9,99.
003060      05 FILLER     PIC X(25) VALUE ALL ' '.
003070
003080  01 L-BAL-ABSENT.
003090      05 FILLER  PIC X(69)
003100       VALUE 'JOURNAUX DU MOIS ABSENTS'.
003110
003120  01 L-BAL-TRONQUE.
003130      05 FILLER  PIC X(69)
003140       VALUE 'JOURNAUX INCOMPLETS : TOTAUX DE CONTROLE ECARTES'.
003150
003160  01 L-BAL-DESEQ.
003170      05 FILLER  PIC X(69)
003180       VALUE 'BALANCE DESEQUILIBREE : DEBITS ET CREDITS ECARTES'.
003190
003200  01 L-BAL-ANTER.
003210      05 FILLER  PIC X(69)
003220       VALUE 'ECRITURES D UNE PERIODE ANTERIEURE NON CLOSE'.
003230
003240  01 L-BAL-INVAL.
003250      05 FILLER  PIC X(69)
003260       VALUE 'ECRITURES A DATE OU SENS INVALIDE'.
003270
003280  01 L-BAL-REFUS.
003290      05 FILLER  PIC X(69)
003300       VALUE 'CLOTURE REFUSEE, LA PERIODE RESTE OUVERTE'.
003310
003320  01 L-BAL-OK.
003330      05 FILLER  PIC X(69)
003340       VALUE 'BALANCE EQUILIBREE'.
003350
003360  01 L-BAL-CLOSE.
003370      05 FILLER  PIC X(69)
003380       VALUE 'BALANCE EQUILIBREE, PERIODE CLOSE'.
003390
003400 PROCEDURE DIVISION.
003410
003420****** RECEPTION DE LA PERIODE ET DE L'ACTION *****
003430     ACCEPT WS-PERIODE FROM SYSIN
003440     ACCEPT WS-ACTION  FROM SYSIN
003450     ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
003460     MOVE WS-DATE-SYS-AAAA TO WS-ISO-AAAA
003470     MOVE WS-DATE-SYS-MM   TO WS-ISO-MM
003480     MOVE WS-DATE-SYS-JJ   TO WS-ISO-JJ
003490     IF NOT ACTION-BALANCE AND NOT ACTION-CLOTURE THEN
003500         DISPLAY "ACTION INCONNUE (B OU C) : ", WS-ACTION
003510         PERFORM ABEND-PROG
003520     END-IF
003530     IF WS-PER-AAAA NOT NUMERIC OR WS-PER-MM NOT NUMERIC
003540        OR WS-PER-TIRET NOT = '-'
003550        OR WS-PER-MM-N < 1 OR WS-PER-MM-N > 12 THEN
003560         DISPLAY "PERIODE INVALIDE (AAAA-MM) : ", WS-PERIODE
003570         PERFORM ABEND-PROG
003580     END-IF
003590
003600****** INSCRIPTION DU RUN AU REGISTRE DE LA CHAINE *****
003600     MOVE WS-ACTION TO REG-MODE
003600     MOVE 'D' TO REG-FONCTION
003600     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
003600
003600*******OUVERTURE DES FICHIERS*******
003610     PERFORM OUV-FICHIERS
003620
003630     PERFORM CONTROLER-PERIODE
003640
003650****** CUMUL DES PERIODES DEJA CLOSES *****
003660     PERFORM CUMULER-GRAND-LIVRE
003670
003680****** MOUVEMENTS DE LA PERIODE *****
003690     IF JOURNAL-DISPONIBLE THEN
003700         PERFORM UNTIL FIN-JOURNAL
003710             PERFORM LIRE-JOURNAL
003720             IF NOT FIN-JOURNAL THEN
003730                 PERFORM TRAITER-ECRITURE
003740             END-IF
003750         END-PERFORM
003760     END-IF
003770
003780     PERFORM EDITER-BALANCE
003790     PERFORM CONTROLER-CLOTURE
003800     IF ACTION-CLOTURE AND NOT CLOTURE-REFUSEE THEN
003810         PERFORM CLORE-PERIODE
003820     END-IF
003830     PERFORM ECRITURE-CONTROLE
003840     PERFORM FERM-FICHIERS
003850     IF CLOTURE-REFUSEE THEN
003860         MOVE 8 TO RETURN-CODE
003870     END-IF
003880     PERFORM ENREGISTRER-FIN-RUN
003880     GOBACK.
003890
003900 ABEND-PROG.
003910       DISPLAY "ANOMALIE GRAVE : ", FS-PERIODES, " ", FS-GRDLIV,
003920               " ", FS-JOURNAL, " ", FS-ETAT
003930       COMPUTE WS-ANO = 1 / WS-ANO.
003930
003930* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
003930* COMPTEURS
003930 ENREGISTRER-FIN-RUN.
003930     MOVE 'F'         TO REG-FONCTION
003930     MOVE RETURN-CODE TO REG-CODE-RETOUR
003930     MOVE 'ECRITURES'    TO REG-LIB-NB(1)
003930     MOVE WS-NB-LUES     TO REG-NB(1)
003930     MOVE 'PERIODE'      TO REG-LIB-NB(2)
003930     MOVE WS-NB-PERIODE  TO REG-NB(2)
003930     MOVE 'COMPTES'      TO REG-LIB-NB(3)
003930     MOVE WS-NB-MOUVEMENTES TO REG-NB(3)
003930     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
003940
003950* LA PERIODE DEMANDEE DOIT SUIVRE LA DERNIERE PERIODE CLOSE (SANS
003960* EN SAUTER POUR UNE CLOTURE) ET NE PAS ETRE FUTURE ; UNE PERIODE
003970* DEJA CLOSE N'EST NI RECLOSE NI REEDITEE. SANS AUCUNE PERIODE
003980* CLOSE, LA PREMIERE CLOTURE FIXE LE DEBUT DU GRAND LIVRE
003990 CONTROLER-PERIODE.
004000     MOVE '0000-00' TO PE-PERIODE
004010     READ PERIODES
004020     EVALUATE TRUE
004030         WHEN FS-PERIODES = ZERO OR FS-PERIODES = '02'
004040             MOVE 'O' TO WS-SW-TETE
004050             MOVE PE-DERNIERE-CLOSE TO WS-DERNIERE-CLOSE
004060         WHEN FS-PERIODES = '23'
004070             MOVE 'N' TO WS-SW-TETE
004080         WHEN OTHER
004090             DISPLAY "ERR READ PERIODES - FILE STATUS : ",
004100                     FS-PERIODES
004110             PERFORM ABEND-PROG
004120     END-EVALUATE
004130     IF WS-DERNIERE-CLOSE NOT = SPACES THEN
004140         MOVE WS-DERNIERE-CLOSE(1:4) TO WS-PO-AAAA
004150         MOVE WS-DERNIERE-CLOSE(6:2) TO WS-PO-MM
004160         IF WS-PO-MM = 12 THEN
004170             ADD 1 TO WS-PO-AAAA
004180             MOVE 1 TO WS-PO-MM
004190         ELSE
004200             ADD 1 TO WS-PO-MM
004210         END-IF
004220     END-IF
004230     EVALUATE TRUE
004240         WHEN WS-DERNIERE-CLOSE NOT = SPACES
004250          AND WS-PERIODE NOT > WS-DERNIERE-CLOSE
004260             DISPLAY "PERIODE DEJA CLOSE : ", WS-PERIODE,
004270                     ", DERNIERE PERIODE CLOSE : ",
004280                     WS-DERNIERE-CLOSE
004290             PERFORM ABEND-PROG
004300         WHEN ACTION-CLOTURE AND WS-DERNIERE-CLOSE NOT = SPACES
004310          AND WS-PERIODE NOT = WS-PREMIERE-OUVERTE
004320             DISPLAY "CLOTURE HORS SEQUENCE : ", WS-PERIODE,
004330                     ", PERIODE A CLORE : ", WS-PREMIERE-OUVERTE
004340             PERFORM ABEND-PROG
004350         WHEN WS-PERIODE > WS-DATE-SYS-ISO(1:7)
004360             DISPLAY "PERIODE FUTURE : ", WS-PERIODE
004370             PERFORM ABEND-PROG
004380         WHEN OTHER
004390             CONTINUE
004400     END-EVALUATE.
004410
004420* PARCOURS DU GRAND LIVRE DANS L'ORDRE DES COMPTES : LES PERIODES
004430* ANTERIEURES DONNENT LE SOLDE D'OUVERTURE DE CHAQUE COMPTE. DES
004440* MOUVEMENTS DEJA PORTES POUR LA PERIODE VIENNENT D'UNE CLOTURE
004450* INTERROMPUE AVANT LA MISE A JOUR DE L'ENTETE : ILS SONT ECARTES
004460* DU SOLDE ET, A LA CLOTURE, SUPPRIMES POUR ETRE REECRITS
004470 CUMULER-GRAND-LIVRE.
004480     MOVE LOW-VALUES TO GL-CLE
004490     START GRDLIV KEY NOT LESS THAN GL-CLE
004500     IF FS-GRDLIV NOT = ZERO THEN
004510         MOVE 'O' TO WS-SW-GL
004520     END-IF
004530     PERFORM UNTIL FIN-GRDLIV
004540         PERFORM LIRE-GRDLIV-SUIVANT
004550         IF NOT FIN-GRDLIV THEN
004560             PERFORM TRAITER-GRDLIV
004570         END-IF
004580     END-PERFORM.
004590
004600 LIRE-GRDLIV-SUIVANT.
004610     READ GRDLIV NEXT
004620     EVALUATE TRUE
004630         WHEN FS-GRDLIV = ZERO OR FS-GRDLIV = '02'
004640             CONTINUE
004650         WHEN FS-GRDLIV = '10'
004660             MOVE 'O' TO WS-SW-GL
004670         WHEN OTHER
004680             DISPLAY "ERR READ GRDLIV - FILE STATUS : ", FS-GRDLIV
004690             PERFORM ABEND-PROG
004700     END-EVALUATE.
004710
004720 TRAITER-GRDLIV.
004730     EVALUATE TRUE
004740         WHEN GL-PERIODE < WS-PERIODE
004750             MOVE GL-COMPTE TO WS-COMPTE-CRT
004760             PERFORM CHERCHER-COMPTE
004770             COMPUTE TC-ANT-DEBIT(WS-CPT-I) =
004780                     TC-ANT-DEBIT(WS-CPT-I) + GL-DEBIT
004790             COMPUTE TC-ANT-CREDIT(WS-CPT-I) =
004800                     TC-ANT-CREDIT(WS-CPT-I) + GL-CREDIT
004810         WHEN GL-PERIODE = WS-PERIODE
004820             ADD 1 TO WS-NB-REPRISES
004830             IF ACTION-CLOTURE THEN
004840                 DELETE GRDLIV RECORD
004850                 IF FS-GRDLIV NOT = ZERO THEN
004860                     DISPLAY "ERR DELETE GRDLIV - FILE STATUS : ",
004870                             FS-GRDLIV
004880                     PERFORM ABEND-PROG
004890                 END-IF
004900             END-IF
004910         WHEN OTHER
004920             CONTINUE
004930     END-EVALUATE.
004940
004950* RECHERCHE DU COMPTE DANS LA TABLE TRIEE ; UN COMPTE NOUVEAU EST
004960* INSERE A SA PLACE. EN SORTIE, WS-CPT-I DESIGNE LE COMPTE
004970 CHERCHER-COMPTE.
004980     MOVE 1 TO WS-CPT-I
004990     PERFORM UNTIL WS-CPT-I > WS-NB-COMPTES
005000                OR TC-COMPTE(WS-CPT-I) NOT < WS-COMPTE-CRT
005010         ADD 1 TO WS-CPT-I
005020     END-PERFORM
005030     IF WS-CPT-I > WS-NB-COMPTES
005040        OR TC-COMPTE(WS-CPT-I) NOT = WS-COMPTE-CRT THEN
005050         PERFORM INSERER-COMPTE
005060     END-IF.
005070
005080 INSERER-COMPTE.
005090     IF WS-NB-COMPTES >= 500 THEN
005100         DISPLAY "TABLE T-COMPTES PLEINE"
005110         PERFORM ABEND-PROG
005120     END-IF
005130     MOVE WS-NB-COMPTES TO WS-CPT-J
005140     PERFORM UNTIL WS-CPT-J < WS-CPT-I
005150         MOVE T-COMPTE(WS-CPT-J) TO T-COMPTE(WS-CPT-J + 1)
005160         SUBTRACT 1 FROM WS-CPT-J
005170     END-PERFORM
005180     ADD 1 TO WS-NB-COMPTES
005190     MOVE WS-COMPTE-CRT TO TC-COMPTE(WS-CPT-I)
005200     MOVE ZERO TO TC-ANT-DEBIT(WS-CPT-I)
005210     MOVE ZERO TO TC-ANT-CREDIT(WS-CPT-I)
005220     MOVE ZERO TO TC-DEBIT(WS-CPT-I)
005230     MOVE ZERO TO TC-CREDIT(WS-CPT-I)
005240     MOVE ZERO TO TC-NB(WS-CPT-I).
005250
005260 LIRE-JOURNAL.
005270     READ JOURNAL
005280     EVALUATE TRUE
005290         WHEN FS-JOURNAL = ZERO
005300             CONTINUE
005310         WHEN FS-JOURNAL = '10'
005320             MOVE 'O' TO WS-SW-JRN
005330         WHEN OTHER
005340             DISPLAY "ERR READ MESJOURG - FILE STATUS : ",
005350                     FS-JOURNAL
005360             PERFORM ABEND-PROG
005370     END-EVALUATE.
005380
005390* LES TOTAUX 'T' DE CHAQUE JOURNAL SONT CUMULES POUR LE CONTROLE
005400* D'EXHAUSTIVITE ; UNE ECRITURE 'M' EST RETENUE SI ELLE EST DE LA
005410* PERIODE, LAISSEE A SA PROPRE CLOTURE SI ELLE EST POSTERIEURE,
005420* IGNOREE SI SA PERIODE EST DEJA CLOSE (DEJA AU GRAND LIVRE).
005430* UNE ECRITURE D'UNE PERIODE ANTERIEURE QUI N'A JAMAIS ETE CLOSE
005440* SERAIT PERDUE : ELLE INTERDIT LA CLOTURE
005450 TRAITER-ECRITURE.
005460     IF JRN-TYPE-ENR = 'T' THEN
005470         IF JRN-SENS = 'D' THEN
005480             COMPUTE WS-TOT-T-DEBIT = WS-TOT-T-DEBIT + JRN-MONTANT
005490         ELSE
005500             COMPUTE WS-TOT-T-CREDIT =
005510                     WS-TOT-T-CREDIT + JRN-MONTANT
005520         END-IF
005530     ELSE
005540         ADD 1 TO WS-NB-LUES
005550         MOVE JRN-DATE(1:7) TO WS-PER-ECR
005560         EVALUATE TRUE
005570             WHEN JRN-SENS NOT = 'D' AND JRN-SENS NOT = 'C'
005580               OR JRN-MONTANT NOT NUMERIC
005590                 ADD 1 TO WS-NB-INVALIDES
005600                 DISPLAY "ECRITURE INVALIDE : ", ENR-JOURNAL
005610             WHEN WS-ECR-AAAA NOT NUMERIC OR WS-ECR-MM NOT NUMERIC
005620               OR WS-ECR-TIRET NOT = '-'
005630               OR WS-ECR-MM-N < 1 OR WS-ECR-MM-N > 12
005640                 PERFORM CUMULER-CONTROLE-M
005650                 ADD 1 TO WS-NB-INVALIDES
005660                 DISPLAY "ECRITURE INVALIDE : ", ENR-JOURNAL
005670             WHEN WS-DERNIERE-CLOSE NOT = SPACES
005680              AND WS-PER-ECR NOT > WS-DERNIERE-CLOSE
005690                 PERFORM CUMULER-CONTROLE-M
005700                 ADD 1 TO WS-NB-CLOSES
005710             WHEN WS-PER-ECR < WS-PERIODE
005720                 PERFORM CUMULER-CONTROLE-M
005730                 ADD 1 TO WS-NB-ANTERIEURES
005740                 DISPLAY "ECRITURE ANTERIEURE NON CLOSE : ",
005750                         ENR-JOURNAL
005760             WHEN WS-PER-ECR > WS-PERIODE
005770                 PERFORM CUMULER-CONTROLE-M
005780                 ADD 1 TO WS-NB-SUIVANTES
005790             WHEN OTHER
005800                 PERFORM CUMULER-CONTROLE-M
005810                 PERFORM CUMULER-ECRITURE
005820         END-EVALUATE
005830     END-IF.
005840
005850 CUMULER-CONTROLE-M.
005860     IF JRN-SENS = 'D' THEN
005870         COMPUTE WS-TOT-M-DEBIT = WS-TOT-M-DEBIT + JRN-MONTANT
005880     ELSE
005890         COMPUTE WS-TOT-M-CREDIT = WS-TOT-M-CREDIT + JRN-MONTANT
005900     END-IF.
005910
005920 CUMULER-ECRITURE.
005930     ADD 1 TO WS-NB-PERIODE
005940     MOVE JRN-COMPTE TO WS-COMPTE-CRT
005950     PERFORM CHERCHER-COMPTE
005960     ADD 1 TO TC-NB(WS-CPT-I)
005970     IF JRN-SENS = 'D' THEN
005980         COMPUTE TC-DEBIT(WS-CPT-I) =
005990                 TC-DEBIT(WS-CPT-I) + JRN-MONTANT
006000         COMPUTE WS-TOT-DEBIT = WS-TOT-DEBIT + JRN-MONTANT
006010     ELSE
006020         COMPUTE TC-CREDIT(WS-CPT-I) =
006030                 TC-CREDIT(WS-CPT-I) + JRN-MONTANT
006040         COMPUTE WS-TOT-CREDIT = WS-TOT-CREDIT + JRN-MONTANT
006050     END-IF.
006060
006070* UNE LIGNE PAR COMPTE : SOLDE DES PERIODES CLOSES (DEBITEUR
006080* POSITIF, CREDITEUR NEGATIF), MOUVEMENTS DE LA PERIODE ET SOLDE
006090* FINAL, PUIS LA LIGNE DE TOTAL
006100 EDITER-BALANCE.
006110     WRITE ENR-ETAT FROM L-BAL-SEPARATEUR
006120     WRITE ENR-ETAT FROM L-BAL-TITRE
006130     MOVE WS-PERIODE TO BP-PERIODE
006140     IF ACTION-CLOTURE THEN
006150         MOVE 'BALANCE DE CLOTURE' TO BP-NATURE
006160     ELSE
006170         MOVE 'BALANCE PROVISOIRE' TO BP-NATURE
006180     END-IF
006190     MOVE WS-DATE-SYS-ISO TO BP-DATE
006200     WRITE ENR-ETAT FROM L-BAL-PERIODE
006210     WRITE ENR-ETAT FROM L-BAL-SEPARATEUR
006220     WRITE ENR-ETAT FROM L-BAL-COLONNES
006230     WRITE ENR-ETAT FROM L-BAL-TIRETS
006240     PERFORM EDITER-LIGNE-COMPTE
006250         VARYING WS-CPT-I FROM 1 BY 1
006260         UNTIL WS-CPT-I > WS-NB-COMPTES
006270     WRITE ENR-ETAT FROM L-BAL-TIRETS
006280     MOVE 'TOTAL'       TO LB-COMPTE
006290     MOVE WS-TOT-ANT    TO LB-ANTERIEUR
006300     MOVE WS-TOT-DEBIT  TO LB-DEBIT
006310     MOVE WS-TOT-CREDIT TO LB-CREDIT
006320     MOVE WS-TOT-SOLDE  TO LB-SOLDE
006330     WRITE ENR-ETAT FROM L-BAL-LIGNE.
006340
006350 EDITER-LIGNE-COMPTE.
006360     IF TC-NB(WS-CPT-I) > ZERO THEN
006370         ADD 1 TO WS-NB-MOUVEMENTES
006380     END-IF
006390     COMPUTE WS-SOLDE = TC-ANT-DEBIT(WS-CPT-I)
006400                      - TC-ANT-CREDIT(WS-CPT-I)
006410     COMPUTE WS-TOT-ANT = WS-TOT-ANT + WS-SOLDE
006420     MOVE TC-COMPTE(WS-CPT-I) TO LB-COMPTE
006430     MOVE WS-SOLDE            TO LB-ANTERIEUR
006440     MOVE TC-DEBIT(WS-CPT-I)  TO LB-DEBIT
006450     MOVE TC-CREDIT(WS-CPT-I) TO LB-CREDIT
006460     COMPUTE WS-SOLDE = WS-SOLDE + TC-DEBIT(WS-CPT-I)
006470                      - TC-CREDIT(WS-CPT-I)
006480     COMPUTE WS-TOT-SOLDE = WS-TOT-SOLDE + WS-SOLDE
006490     MOVE WS-SOLDE            TO LB-SOLDE
006500     WRITE ENR-ETAT FROM L-BAL-LIGNE.
006510
006520* MOTIFS DE REFUS, CHACUN SIGNALE SUR LA BALANCE : JOURNAUX
006530* ABSENTS OU TRONQUES, PERIODE DESEQUILIBREE, ECRITURES D'UNE
006540* PERIODE ANTERIEURE NON CLOSE OU INVALIDES. UNE BALANCE
006550* PROVISOIRE SUIT LES MEMES CONTROLES
006560 CONTROLER-CLOTURE.
006570     WRITE ENR-ETAT FROM L-BAL-SEPARATEUR
006580     IF NOT JOURNAL-DISPONIBLE THEN
006590         MOVE 'O' TO WS-SW-REFUS
006600         WRITE ENR-ETAT FROM L-BAL-ABSENT
006610     END-IF
006620     IF WS-TOT-M-DEBIT NOT = WS-TOT-T-DEBIT
006630        OR WS-TOT-M-CREDIT NOT = WS-TOT-T-CREDIT THEN
006640         MOVE 'O' TO WS-SW-REFUS
006650         WRITE ENR-ETAT FROM L-BAL-TRONQUE
006660     END-IF
006670     IF WS-TOT-DEBIT NOT = WS-TOT-CREDIT THEN
006680         MOVE 'O' TO WS-SW-REFUS
006690         WRITE ENR-ETAT FROM L-BAL-DESEQ
006700     END-IF
006710     IF WS-NB-ANTERIEURES > ZERO THEN
006720         MOVE 'O' TO WS-SW-REFUS
006730         WRITE ENR-ETAT FROM L-BAL-ANTER
006740     END-IF
006750     IF WS-NB-INVALIDES > ZERO THEN
006760         MOVE 'O' TO WS-SW-REFUS
006770         WRITE ENR-ETAT FROM L-BAL-INVAL
006780     END-IF
006790     IF CLOTURE-REFUSEE AND ACTION-CLOTURE THEN
006800         WRITE ENR-ETAT FROM L-BAL-REFUS
006810     END-IF.
006820
006830* CLOTURE : LES MOUVEMENTS DE LA PERIODE SONT PORTES AU GRAND
006840* LIVRE, PUIS LA PERIODE EST ENREGISTREE AVEC SES TOTAUX ET
006850* L'ENTETE EST MIS A JOUR EN DERNIER : UNE INTERRUPTION AVANT CE
006860* POINT LAISSE LA PERIODE OUVERTE ET LA CLOTURE PEUT ETRE RELANCEE
006870 CLORE-PERIODE.
006880     PERFORM ECRITURE-GRDLIV
006890         VARYING WS-CPT-I FROM 1 BY 1
006900         UNTIL WS-CPT-I > WS-NB-COMPTES
006910
006920     MOVE WS-PERIODE      TO PE-PERIODE
006930     MOVE SPACES          TO PE-DETAIL
006940     MOVE WS-DATE-SYS-ISO TO PE-DATE-CLOTURE
006950     MOVE WS-TOT-DEBIT    TO PE-TOTAL-DEBIT
006960     MOVE WS-TOT-CREDIT   TO PE-TOTAL-CREDIT
006970     MOVE WS-NB-PERIODE   TO PE-NB-ECRITURES
006980     WRITE ENR-PERIODE
006990     IF FS-PERIODES = '22' THEN
007000         REWRITE ENR-PERIODE
007010     END-IF
007020     IF FS-PERIODES NOT = ZERO AND FS-PERIODES NOT = '02' THEN
007030         DISPLAY "ERR ECRITURE PERIODES - FILE STATUS : ",
007040                 FS-PERIODES
007050         PERFORM ABEND-PROG
007060     END-IF
007070
007080     MOVE '0000-00'       TO PE-PERIODE
007090     MOVE SPACES          TO PE-DETAIL
007100     MOVE WS-PERIODE      TO PE-DERNIERE-CLOSE
007110     MOVE WS-DATE-SYS-ISO TO PE-DATE-DERNIERE
007120     IF TETE-PRESENTE THEN
007130         REWRITE ENR-PERIODE
007140     ELSE
007150         WRITE ENR-PERIODE
007160     END-IF
007170     IF FS-PERIODES NOT = ZERO AND FS-PERIODES NOT = '02' THEN
007180         DISPLAY "ERR ECRITURE ENTETE PERIODES - FILE STATUS : ",
007190                 FS-PERIODES
007200         PERFORM ABEND-PROG
007210     END-IF
007220     DISPLAY "PERIODE CLOSE : ", WS-PERIODE
007230     WRITE ENR-ETAT FROM L-BAL-CLOSE.
007240
007250 ECRITURE-GRDLIV.
007260     IF TC-NB(WS-CPT-I) > ZERO THEN
007270         MOVE TC-COMPTE(WS-CPT-I) TO GL-COMPTE
007280         MOVE WS-PERIODE          TO GL-PERIODE
007290         MOVE TC-DEBIT(WS-CPT-I)  TO GL-DEBIT
007300         MOVE TC-CREDIT(WS-CPT-I) TO GL-CREDIT
007310         MOVE TC-NB(WS-CPT-I)     TO GL-NB-ECRITURES
007320         MOVE WS-DATE-SYS-ISO     TO GL-DATE-CLOTURE
007330         WRITE ENR-GRDLIV
007340         IF FS-GRDLIV NOT = ZERO AND FS-GRDLIV NOT = '02' THEN
007350             DISPLAY "ERR WRITE GRDLIV - FILE STATUS : ",
007360                     FS-GRDLIV
007370             PERFORM ABEND-PROG
007380         END-IF
007390     END-IF.
007400
007410 ECRITURE-CONTROLE.
007420     IF ACTION-BALANCE AND NOT CLOTURE-REFUSEE THEN
007430         WRITE ENR-ETAT FROM L-BAL-OK
007440     END-IF
007450     MOVE WS-NB-LUES        TO ED-BAL-LUES
007460     MOVE WS-NB-PERIODE     TO ED-BAL-PERIODE
007470     MOVE WS-NB-SUIVANTES   TO ED-BAL-SUIVANTES
007480     MOVE WS-NB-CLOSES      TO ED-BAL-CLOSES
007490     MOVE WS-NB-ANTERIEURES TO ED-BAL-ANTERIEURES
007500     MOVE WS-NB-INVALIDES   TO ED-BAL-INVALIDES
007510     MOVE WS-NB-MOUVEMENTES TO ED-BAL-COMPTES
007520     MOVE WS-NB-REPRISES    TO ED-BAL-REPRISES
007530     MOVE WS-TOT-T-DEBIT    TO ED-BAL-CTRL
007540     MOVE WS-TOT-T-CREDIT   TO ED-BAL-CTRL-CR
007550     WRITE ENR-ETAT FROM L-BAL-SEPARATEUR
007560     WRITE ENR-ETAT FROM L-BAL-LUES
007570     WRITE ENR-ETAT FROM L-BAL-PERIODE-NB
007580     WRITE ENR-ETAT FROM L-BAL-SUIVANTES
007590     WRITE ENR-ETAT FROM L-BAL-CLOSES
007600     WRITE ENR-ETAT FROM L-BAL-ANTERIEURES
007610     WRITE ENR-ETAT FROM L-BAL-INVALIDES
007620     WRITE ENR-ETAT FROM L-BAL-COMPTES
007630     WRITE ENR-ETAT FROM L-BAL-REPRISES
007640     WRITE ENR-ETAT FROM L-BAL-CTRL
007650     WRITE ENR-ETAT FROM L-BAL-CTRL-CR
007660     WRITE ENR-ETAT FROM L-BAL-SEPARATEUR.
007670
007680* LE FICHIER DES PERIODES ET LE GRAND LIVRE SONT CREES VIDES A LA
007690* PREMIERE CLOTURE, COMME LES FICHIERS DE FACTURES
007700 OUV-FICHIERS.
007710     OPEN I-O PERIODES
007720     IF FS-PERIODES = '35' THEN
007730         OPEN OUTPUT PERIODES
007740         CLOSE PERIODES
007750         OPEN I-O PERIODES
007760     END-IF
007770     IF FS-PERIODES NOT = ZERO AND FS-PERIODES NOT = '02' THEN
007780         DISPLAY "ERR OPEN PERIODES - FILE STATUS : ", FS-PERIODES
007790         PERFORM ABEND-PROG
007800     END-IF
007810     OPEN I-O GRDLIV
007820     IF FS-GRDLIV = '35' THEN
007830         OPEN OUTPUT GRDLIV
007840         CLOSE GRDLIV
007850         OPEN I-O GRDLIV
007860     END-IF
007870     IF FS-GRDLIV NOT = ZERO AND FS-GRDLIV NOT = '02' THEN
007880         DISPLAY "ERR OPEN GRDLIV - FILE STATUS : ", FS-GRDLIV
007890         PERFORM ABEND-PROG
007900     END-IF
007910     OPEN INPUT JOURNAL
007920     EVALUATE FS-JOURNAL
007930         WHEN ZERO
007940             CONTINUE
007950         WHEN '35'
007960             MOVE 'N' TO WS-SW-JRN-DISPO
007970         WHEN OTHER
007980             DISPLAY "ERR OPEN MESJOURG - FILE STATUS : ",
007990                     FS-JOURNAL
008000             PERFORM ABEND-PROG
008010     END-EVALUATE
008020     OPEN OUTPUT ETAT
008030     IF FS-ETAT NOT = ZERO THEN
008040         DISPLAY "ERR OPEN MESBALAN - FILE STATUS : ", FS-ETAT
008050         PERFORM ABEND-PROG
008060     END-IF.
008070
008080 FERM-FICHIERS.
008090     CLOSE PERIODES
008100     IF FS-PERIODES NOT = ZERO THEN
008110         DISPLAY "ERR CLOSE PERIODES - FILE STATUS : ",
008120                 FS-PERIODES
008130         PERFORM ABEND-PROG
008140     END-IF
008150     CLOSE GRDLIV
008160     IF FS-GRDLIV NOT = ZERO THEN
008170         DISPLAY "ERR CLOSE GRDLIV - FILE STATUS : ", FS-GRDLIV
008180         PERFORM ABEND-PROG
008190     END-IF
008200     IF JOURNAL-DISPONIBLE THEN
008210         CLOSE JOURNAL
008220         IF FS-JOURNAL NOT = ZERO THEN
008230             DISPLAY "ERR CLOSE MESJOURG - FILE STATUS : ",
008240                     FS-JOURNAL
008250             PERFORM ABEND-PROG
008260         END-IF
008270     END-IF
008280     CLOSE ETAT
008290     IF FS-ETAT NOT = ZERO THEN
008300         DISPLAY "ERR CLOSE MESBALAN - FILE STATUS : ", FS-ETAT
008310         PERFORM ABEND-PROG
008320     END-IF.
