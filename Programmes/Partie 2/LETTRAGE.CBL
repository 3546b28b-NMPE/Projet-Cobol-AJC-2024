000100 IDENTIFICATION DIVISION.
000110  PROGRAM-ID.   LETTRAGE.
000120
000130 ENVIRONMENT DIVISION.
000140 CONFIGURATION SECTION.
000150  SPECIAL-NAMES.
000160      DECIMAL-POINT IS COMMA.
000170
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200* EXCEPTIONS OUVERTES TENUES PAR ENCAISSE : CHAQUE INSTRUCTION
000210* DESIGNE UNE EXCEPTION PAR SON NUMERO ; ELLE Y RESTE OUVERTE
000220* JUSQU'A AFFECTATION COMPLETE, MISE EN COMPTE OU REMBOURSEMENT
000230     SELECT EXCOUV ASSIGN TO FEXCOUV
000240     ORGANIZATION IS INDEXED
000250     ACCESS MODE IS DYNAMIC
000260     RECORD KEY IS EO-NO
000270     FILE STATUS IS FS-EXCOUV.
000280
000290* FICHIER DU NUMEROTEUR DE FACTURES (TENU PAR FACTURES) : LES
000300* ENREGISTREMENTS 'O' DONNENT LA COMMANDE ET LE TTC NET D'AVOIRS
000310* DE LA FACTURE CIBLE ET DE LA COMMANDE D'ORIGINE D'UN EXCEDENT
000320     SELECT NUMFACT ASSIGN TO FNUMFACT
000330     ORGANIZATION IS INDEXED
000340     ACCESS MODE IS DYNAMIC
000350     RECORD KEY IS NF-CLE
000360     FILE STATUS IS FS-NUMFACT.
000370
000380* FICHIER DES REGLEMENTS TENU PAR ENCAISSE : UNE AFFECTATION Y
000390* EST ENREGISTREE COMME UN ENCAISSEMENT, ET L'EXCEDENT REAFFECTE
000400* EST RETIRE DE LA COMMANDE QUI L'AVAIT RECU
000410     SELECT REGLEMENTS ASSIGN TO FREGLMNT
000420     ORGANIZATION IS INDEXED
000430     ACCESS MODE IS DYNAMIC
000440     RECORD KEY IS RG-O-NO
000450     FILE STATUS IS FS-REGLEMENTS.
000460
000470* SOMMES DETENUES EN COMPTE POUR LE CLIENT, EN ATTENDANT UNE
000480* FACTURE OU UNE DEMANDE DE REMBOURSEMENT
000490     SELECT ACOMPTE ASSIGN TO FACOMPTE
000500     ORGANIZATION IS INDEXED
000510     ACCESS MODE IS DYNAMIC
000520     RECORD KEY IS AC-C-NO
000530     FILE STATUS IS FS-ACOMPTE.
000540
000550* FICHIER D'ORDRES DE VIREMENT REMIS A LA BANQUE : UN ORDRE 'D'
000560* PAR REMBOURSEMENT ET UN TOTAL DE CONTROLE 'T' EN QUEUE, COMME
000570* LE FICHIER DE PRELEVEMENT MESPRELV
000580     SELECT VIREMENT ASSIGN TO MESVIREM
000590     ORGANIZATION IS SEQUENTIAL
000600     FILE STATUS IS FS-VIREMENT.
000610
000620* ECRITURES COMPTABLES DES REMBOURSEMENTS, AU FORMAT DE L'EXPORT
000630* DE FACTURES (MESJOURN)
000640     SELECT JOURNAL ASSIGN TO MESJOURE
000650     ORGANIZATION IS SEQUENTIAL
000660     FILE STATUS IS FS-JOURNAL.
000670
000680* LISTING DU RUN : SUITE DONNEE A CHAQUE INSTRUCTION, PUIS
000690* BALANCE AGEE DES EXCEPTIONS ENCORE A AFFECTER
000700     SELECT LISTING ASSIGN TO MESLETTR
000710     ORGANIZATION IS SEQUENTIAL
000720     FILE STATUS IS FS-LISTING.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760* 'O' OUVERTE, 'A' AFFECTEE A UNE FACTURE, 'C' MISE EN COMPTE
000770* CLIENT, 'R' REMBOURSEE
000780 FD EXCOUV.
000790 01 ENR-EXCOUV.
000800     05 EO-NO              PIC 9(06).
000810     05 EO-CORPS.
000820         10 EO-DATE            PIC X(10).
000830         10 EO-REF-FACT        PIC X(10).
000840* COMMANDE SUR LAQUELLE LE MONTANT A ETE ENCAISSE (EXCEDENT),
000850* A BLANC QUAND LA REMISE N'A ETE APPLIQUEE NULLE PART
000860         10 EO-O-NO            PIC X(03).
000870         10 EO-MONTANT         PIC 9(8)V99.
000880         10 EO-MONTANT-INITIAL PIC 9(8)V99.
000890         10 EO-LIBELLE         PIC X(32).
000900         10 EO-STATUT          PIC X(01).
000910         10 EO-DATE-SOLDE      PIC X(10).
000920         10 EO-CIBLE           PIC X(10).
000930     05 EO-COMPTEUR REDEFINES EO-CORPS.
000940         10 EO-DERNIER-NO      PIC 9(06).
000950         10 FILLER             PIC X(90).
000960
000970 FD NUMFACT.
000980 01 ENR-NUMFACT.
000990     05 NF-CLE.
001000         10 NF-CLE-TYPE PIC X(01).
001010         10 NF-CLE-REF  PIC X(04).
001020     05 NF-NO-FACTURE   PIC X(10).
001030     05 NF-TOTAL-TTC    PIC 9(8)V99.
001040     05 NF-TOTAL-AVOIR  PIC 9(8)V99.
001050
001060* 'P' REGLEMENT PARTIEL, 'S' SOLDE, 'I' PASSEE EN PERTE
001070 FD REGLEMENTS.
001080 01 ENR-REGLEMENT.
001090     05 RG-O-NO         PIC X(03).
001100     05 RG-TOTAL-PAYE   PIC 9(8)V99.
001110     05 RG-DATE-DERNIER PIC X(10).
001120     05 RG-STATUT       PIC X(01).
001130
001140 FD ACOMPTE.
001150 01 ENR-ACOMPTE.
001160     05 AC-C-NO         PIC X(03).
001170     05 AC-SOLDE        PIC 9(8)V99.
001180     05 AC-DATE-DERNIER PIC X(10).
001190
001200* 'D' ORDRE DE VIREMENT (UN PAR REMBOURSEMENT), 'T' TOTAL DE
001210* CONTROLE DE LA REMISE
001220 FD VIREMENT.
001230 01 ENR-VIREMENT.
001240     05 VIR-TYPE        PIC X(01).
001250     05 VIR-DATE-EXEC   PIC X(10).
001260     05 VIR-C-NO        PIC X(03).
001270     05 VIR-IBAN        PIC X(34).
001280     05 VIR-BIC         PIC X(11).
001290     05 VIR-MONTANT     PIC 9(9)V99.
001300     05 VIR-REFERENCE   PIC X(10).
001310
001320 FD JOURNAL.
001330 01 ENR-JOURNAL.
001340     05 JRN-TYPE-ENR PIC X(01).
001350     05 JRN-NO-FACT  PIC X(10).
001360     05 JRN-O-NO     PIC X(03).
001370     05 JRN-DATE     PIC X(10).
001380     05 JRN-COMPTE   PIC X(08).
001390     05 JRN-SENS     PIC X(01).
001400     05 JRN-MONTANT  PIC 9(8)V99.
001410     05 JRN-TAUX     PIC 9(2)V9.
001420
001430 FD LISTING.
001440 01 ENR-LISTING PIC X(69).
001450
001460 WORKING-STORAGE SECTION.
001470  77 FS-EXCOUV      PIC XX.
001480  77 FS-NUMFACT     PIC XX.
001490  77 FS-REGLEMENTS  PIC XX.
001500  77 FS-ACOMPTE     PIC XX.
001510  77 FS-VIREMENT    PIC 99.
001520  77 FS-JOURNAL     PIC 99.
001530  77 FS-LISTING     PIC 99.
001540  77 WS-ANO         PIC 99.
001540
001540* SOUS-PROGRAMME DU REGISTRE DES RUNS DE LA CHAINE ET SA ZONE
001540* D'ECHANGE : LE RUN S'Y INSCRIT AU DEBUT, APRES CONTROLE DE SES
001540* PREREQUIS, ET A LA FIN AVEC SON CODE RETOUR ET SES COMPTEURS
001540  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
001540  01 WS-REGISTRE-RUN.
001540      05 REG-FONCTION     PIC X(01).
001540      05 REG-PROGRAMME    PIC X(08) VALUE 'LETTRAGE'.
001540      05 REG-MODE         PIC X(01) VALUE SPACE.
001540      05 REG-DATE-METIER  PIC X(10).
001540      05 REG-RANG         PIC 9(04).
001540      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
001540      05 REG-COMPTEUR OCCURS 3.
001540          10 REG-LIB-NB   PIC X(12).
001540          10 REG-NB       PIC 9(07).
001550
001560* DATE DU LETTRAGE, RECUE EN SYSIN AU FORMAT AAAA-MM-JJ : DATE
001570* DES AFFECTATIONS, D'EXECUTION DES VIREMENTS, DES ECRITURES ET
001580* REFERENCE DE L'ANCIENNETE DES EXCEPTIONS OUVERTES
001590  77 WS-DATE-JOUR   PIC X(10).
001590
001590* SOUS-PROGRAMME DE PLACEMENT DES ECRITURES DANS LA PREMIERE
001590* PERIODE COMPTABLE OUVERTE ET SA ZONE D'ECHANGE
001590  77 WS-PROG-PERIODE PIC X(8) VALUE 'CALPERIO'.
001590  01 WS-PERIODE-CPT.
001590      05 PER-DATE-DOC    PIC X(10).
001590      05 PER-DATE-RUN    PIC X(10).
001590      05 PER-DATE-COMPTA PIC X(10).
001590      05 PER-DERNIERE    PIC X(07).
001590      05 PER-RETOUR      PIC X(01).
001590          88 PERIODE-PLACEE      VALUE 'O'.
001590          88 PERIODE-REPORTEE    VALUE 'R'.
001590          88 PERIODE-CLOSE       VALUE 'C'.
001590* DATE DES ECRITURES DU RUN AU JOURNAL
001590  77 WS-DATE-COMPTABLE PIC X(10) VALUE SPACES.
001600
001610* INSTRUCTION RECUE EN SYSIN : NUMERO D'EXCEPTION, ACTION ('A'
001620* AFFECTER A LA FACTURE CIBLE, 'C' METTRE EN COMPTE DU CLIENT
001630* CIBLE, 'R' REMBOURSER LE CLIENT CIBLE) ET CIBLE (NUMERO DE
001640* FACTURE, OU NUMERO DE CLIENT EN TETE) ; LA LISTE EST TERMINEE
001650* PAR LA MARQUE '***' COMME DANS CREDREL
001660  01 WS-INSTRUCTION.
001670      05 IN-NO-EXC     PIC X(06).
001680      05 IN-NO-EXC-N REDEFINES IN-NO-EXC PIC 9(06).
001690      05 IN-ACTION     PIC X(01).
001700      05 IN-CIBLE      PIC X(10).
001710
001720* DECOMPOSITION AAAA-MM-JJ D'UNE DATE POUR LE CALCUL D'ANCIENNETE
001730* PAR FUNCTION INTEGER-OF-DATE, MEME PRINCIPE QUE RECAPFAC
001740  01 WS-DATE-DECOMP.
001750      05 WS-DATE-AAAA  PIC 9(4).
001760      05 FILLER        PIC X    VALUE '-'.
001770      05 WS-DATE-MM    PIC 9(2).
001780      05 FILLER        PIC X    VALUE '-'.
001790      05 WS-DATE-JJ    PIC 9(2).
001800  77 WS-DATE-INT-REF  PIC 9(9) COMP.
001810  77 WS-DATE-INT-JOUR PIC 9(9) COMP.
001820  77 WS-JOURS-ANCIEN  PIC S9(6) COMP.
001830
001840* EXCEPTION DESIGNEE RETROUVEE ET ENCORE OUVERTE
001850  77 WS-SW-EXC       PIC X(01) VALUE 'N'.
001860      88 EXCEPTION-OUVERTE     VALUE 'O'.
001870* INSTRUCTION REFUSEE, LIBELLE DU REFUS DANS WS-LIB-SUITE
001880  77 WS-SW-REFUS     PIC X(01) VALUE 'N'.
001890      88 INSTRUCTION-REFUSEE   VALUE 'O'.
001900* FIN DU PARCOURS DES ENREGISTREMENTS 'O' DU NUMEROTEUR
001910  77 WS-SW-NUMFACT   PIC X(01) VALUE 'N'.
001920      88 FIN-NUMFACT           VALUE 'O'.
001930* FACTURE CIBLE RETROUVEE DANS LE NUMEROTEUR
001940  77 WS-SW-FACTURE   PIC X(01) VALUE 'N'.
001950      88 FACTURE-TROUVEE       VALUE 'O'.
001950* COMMANDE DE LA FACTURE CIBLE APTE A RECEVOIR L'AFFECTATION
001950  77 WS-SW-CIBLE     PIC X(01) VALUE 'N'.
001950      88 CIBLE-RETENUE         VALUE 'O'.
001960* FIN DU PARCOURS DES EXCEPTIONS POUR LA BALANCE AGEE
001970  77 WS-SW-EXCOUV    PIC X(01) VALUE 'N'.
001980      88 FIN-EXCOUV            VALUE 'O'.
001990* CLIENT CIBLE RETROUVE DANS CUSTOMERS
002000  77 WS-SW-CLIENT    PIC X(01) VALUE 'N'.
002010      88 CLIENT-TROUVE         VALUE 'O'.
002020
002030* FACTURE CIBLE : COMMANDE, TTC NET D'AVOIRS ET RESTE DU
002040  77 WS-O-NO-CIBLE   PIC X(03) VALUE SPACES.
002050  77 WS-NET-CIBLE    PIC 9(8)V99 VALUE ZERO.
002060  77 WS-RESTE-CIBLE  PIC 9(8)V99 VALUE ZERO.
002070* TTC NET D'AVOIRS DE LA COMMANDE D'ORIGINE D'UN EXCEDENT
002080  77 WS-NET-ORIGINE  PIC 9(8)V99 VALUE ZERO.
002090* MONTANT AFFECTE, MIS EN COMPTE OU REMBOURSE PAR L'INSTRUCTION
002100  77 WS-MONTANT-TRAITE PIC 9(8)V99 VALUE ZERO.
002110  77 WS-LIB-SUITE    PIC X(33) VALUE SPACES.
002120
002130* REFERENCE DU REMBOURSEMENT, PORTEE PAR L'ORDRE DE VIREMENT ET
002140* PAR LES ECRITURES : 'REMB' SUIVI DU NUMERO D'EXCEPTION
002150  01 WS-REF-REMB.
002160      05 FILLER        PIC X(04) VALUE 'REMB'.
002170      05 WS-REF-REMB-NO PIC 9(06).
002180
002190* COORDONNEES BANCAIRES DU CLIENT : COLONNES AJOUTEES APRES COUP
002200* SUR CUSTOMERS, DONC LUES AVEC INDICATEURS COMME DANS PRELEVE
002210  77 WS-C-NO-CIBLE  PIC X(03) VALUE SPACES.
002220  77 WS-CUST-IBAN   PIC X(34) VALUE SPACES.
002230  77 WS-CUST-BIC    PIC X(11) VALUE SPACES.
002240  77 WS-IND-IBAN    PIC S9(4) COMP VALUE ZERO.
002250  77 WS-IND-BIC     PIC S9(4) COMP VALUE ZERO.
002260
002270* COMPTES MOUVEMENTES PAR UN REMBOURSEMENT : CLIENT (411) AU
002280* DEBIT, BANQUE (512) AU CREDIT
002290  01 WS-COMPTE-CLIENT.
002300      05 FILLER       PIC X(08) VALUE '41100000'.
002310  01 WS-COMPTE-BANQUE.
002320      05 FILLER       PIC X(08) VALUE '51200000'.
002330* CUMULS DE CONTROLE DU JOURNAL, COMME DANS FACTURES
002340  77 WS-NB-ECRITURES PIC 9(6)    VALUE ZERO.
002350  77 WS-CUMUL-DEBIT  PIC 9(9)V99 VALUE ZERO.
002360  77 WS-CUMUL-CREDIT PIC 9(9)V99 VALUE ZERO.
002370* DATE SYSTEME, PORTEE PAR LES TOTAUX DE CONTROLE DU JOURNAL
002380  01 WS-DATE-SYS.
002390      05 WS-DATE-SYS-AAAA PIC X(04).
002400      05 WS-DATE-SYS-MM   PIC X(02).
002410      05 WS-DATE-SYS-JJ   PIC X(02).
002420  01 WS-DATE-SYS-ISO.
002430      05 WS-ISO-AAAA PIC X(04).
002440      05 FILLER      PIC X(01) VALUE '-'.
002450      05 WS-ISO-MM   PIC X(02).
002460      05 FILLER      PIC X(01) VALUE '-'.
002470      05 WS-ISO-JJ   PIC X(02).
002480
002490* CUMULS DE CONTROLE POUR LE RECAPITULATIF DE FIN DE RUN
002500  77 WS-NB-INSTRUCTIONS PIC 9(6) VALUE ZERO.
002510  77 WS-NB-AFFECTEES    PIC 9(6) VALUE ZERO.
002520  77 WS-NB-EN-COMPTE    PIC 9(6) VALUE ZERO.
002530  77 WS-NB-REMBOURSEES  PIC 9(6) VALUE ZERO.
002540  77 WS-NB-REFUSEES     PIC 9(6) VALUE ZERO.
002550  77 WS-TOTAL-AFFECTE   PIC 9(9)V99 VALUE ZERO.
002560  77 WS-TOTAL-EN-COMPTE PIC 9(9)V99 VALUE ZERO.
002570  77 WS-TOTAL-REMBOURSE PIC 9(9)V99 VALUE ZERO.
002580* BALANCE AGEE DES EXCEPTIONS OUVERTES, PAR TRANCHE D'ANCIENNETE
002590* DE LA REMISE, AUX MEMES BORNES QUE LA BALANCE DE RECAPFAC
002600  77 WS-NB-OUVERTES     PIC 9(6) VALUE ZERO.
002610  77 WS-AGE-0-30        PIC 9(9)V99 VALUE ZERO.
002620  77 WS-AGE-31-60       PIC 9(9)V99 VALUE ZERO.
002630  77 WS-AGE-61-90       PIC 9(9)V99 VALUE ZERO.
002640  77 WS-AGE-PLUS90      PIC 9(9)V99 VALUE ZERO.
002650
002660  01 L-LET-SEPARATEUR.
002670      05 FILLER  PIC X(69) VALUE ALL '='.
002680
002690  01 L-LET-VIDE.
002700      05 FILLER  PIC X(69) VALUE ALL ' '.
002710
002720  01 L-LET-TITRE.
002730      05 FILLER  PIC X(69)
002740       VALUE 'LETTRAGE DES EXCEPTIONS D''ENCAISSEMENT'.
002750
002760  01 L-LET-DATE.
002770      05 FILLER       PIC X(30)
002780       VALUE 'DATE DU LETTRAGE            :'.
002790      05 LL-ED-DATE   PIC X(10).
002800      05 FILLER       PIC X(29) VALUE ALL ' '.
002810
002820  01 L-LET-COLONNES.
002830      05 FILLER  PIC X(69)
002840       VALUE 'EXCEPT  A  CIBLE           MONTANT  SUITE'.
002850
002860  01 L-LET-LIGNE.
002870      05 LL-NO        PIC X(06).
002880      05 FILLER       PIC X(02) VALUE SPACES.
002890      05 LL-ACTION    PIC X(01).
002900      05 FILLER       PIC X(02) VALUE SPACES.
002910      05 LL-CIBLE     PIC X(10).
002920      05 FILLER       PIC X(02) VALUE SPACES.
002930      05 LL-MONTANT   PIC Z(7)9,99.
002940      05 FILLER       PIC X(02) VALUE SPACES.
002950      05 LL-SUITE     PIC X(33).
002960
002970  01 L-AGE-TITRE.
002980      05 FILLER  PIC X(69)
002990       VALUE 'EXCEPTIONS RESTANT A AFFECTER'.
003000
003010  01 L-AGE-COLONNES-1.
003020      05 FILLER  PIC X(40)
003030       VALUE 'EXCEPT  DATE        REFERENCE   CDE     '.
003040      05 FILLER  PIC X(29)
003050       VALUE ' MONTANT  JOURS  TRANCHE'.
003060
003070  01 L-AGE-LIGNE.
003080      05 LA-NO        PIC 9(06).
003090      05 FILLER       PIC X(02) VALUE SPACES.
003100      05 LA-DATE      PIC X(10).
003110      05 FILLER       PIC X(02) VALUE SPACES.
003120      05 LA-REF       PIC X(10).
003130      05 FILLER       PIC X(02) VALUE SPACES.
003140      05 LA-O-NO      PIC X(03).
003150      05 FILLER       PIC X(02) VALUE SPACES.
003160      05 LA-MONTANT   PIC Z(7)9,99.
003170      05 FILLER       PIC X(02) VALUE SPACES.
003180      05 LA-JOURS     PIC ZZZZ9.
003190      05 FILLER       PIC X(02) VALUE SPACES.
003200      05 LA-TRANCHE   PIC X(12).
003210
003220  01 L-AGE-0-30.
003230      05 FILLER        PIC X(30)
003240       VALUE 'A AFFECTER 0 A 30 JOURS     :'.
003250      05 ED-AGE-0-30   PIC Z(8)9,99.
003260      05 FILLER        PIC X(27) VALUE ALL ' '.
003270
003280  01 L-AGE-31-60.
003290      05 FILLER        PIC X(30)
003300       VALUE 'A AFFECTER 31 A 60 JOURS    :'.
003310      05 ED-AGE-31-60  PIC Z(8)9,99.
003320      05 FILLER        PIC X(27) VALUE ALL ' '.
003330
003340  01 L-AGE-61-90.
003350      05 FILLER        PIC X(30)
003360       VALUE 'A AFFECTER 61 A 90 JOURS    :'.
003370      05 ED-AGE-61-90  PIC Z(8)9,99.
003380      05 FILLER        PIC X(27) VALUE ALL ' '.
003390
003400  01 L-AGE-PLUS90.
003410      05 FILLER        PIC X(30)
003420       VALUE 'A AFFECTER PLUS DE 90 JOURS :'.
003430      05 ED-AGE-PLUS90 PIC Z(8)9,99.
003440      05 FILLER        PIC X(27) VALUE ALL ' '.
003450
003460  01 L-CTL-TITRE.
003470      05 FILLER  PIC X(69)
003480       VALUE 'RECAPITULATIF DU RUN DE LETTRAGE'.
003490
003500  01 L-CTL-INSTR.
003510      05 FILLER        PIC X(30)
003520       VALUE 'INSTRUCTIONS LUES           :'.
003530      05 ED-CTL-INSTR  PIC Z(6)9.
003540      05 FILLER        PIC X(32) VALUE ALL ' '.
003550
003560  01 L-CTL-AFFECT.
003570      05 FILLER        PIC X(30)
003580       VALUE 'AFFECTATIONS                :'.
003590      05 ED-CTL-AFFECT PIC Z(6)9.
003600      05 FILLER        PIC X(02) VALUE SPACES.
003610      05 ED-CTL-TOT-AFF PIC Z(8)9,99.
003620      05 FILLER        PIC X(18) VALUE ALL ' '.
003630
003640  01 L-CTL-COMPTE.
003650      05 FILLER        PIC X(30)
003660       VALUE 'MISES EN COMPTE CLIENT      :'.
003670      05 ED-CTL-COMPTE PIC Z(6)9.
003680      05 FILLER        PIC X(02) VALUE SPACES.
003690      05 ED-CTL-TOT-CPT PIC Z(8)9,99.
003700      05 FILLER        PIC X(18) VALUE ALL ' '.
003710
003720  01 L-CTL-REMB.
003730      05 FILLER        PIC X(30)
003740       VALUE 'REMBOURSEMENTS (MESVIREM)   :'.
003750      05 ED-CTL-REMB   PIC Z(6)9.
003760      05 FILLER        PIC X(02) VALUE SPACES.
003770      05 ED-CTL-TOT-REMB PIC Z(8)9,99.
003780      05 FILLER        PIC X(18) VALUE ALL ' '.
003790
003800  01 L-CTL-REFUS.
003810      05 FILLER        PIC X(30)
003820       VALUE 'INSTRUCTIONS REFUSEES       :'.
003830      05 ED-CTL-REFUS  PIC Z(6)9.
003840      05 FILLER        PIC X(32) VALUE ALL ' '.
003850
003860  01 L-CTL-OUVERTES.
003870      05 FILLER        PIC X(30)
003880       VALUE 'EXCEPTIONS RESTANT OUVERTES :'.
003890      05 ED-CTL-OUV    PIC Z(6)9.
003900      05 FILLER        PIC X(32) VALUE ALL ' '.
003910
003920     EXEC SQL
003930       INCLUDE SQLCA
003940     END-EXEC
003950
003960     EXEC SQL
003970       INCLUDE CUSTOMER
003980     END-EXEC
003990
004000 PROCEDURE DIVISION.
004010
004020****** RECEPTION DE LA DATE DU LETTRAGE *****
004030     ACCEPT WS-DATE-JOUR FROM SYSIN
004040     ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
004050     MOVE WS-DATE-SYS-AAAA TO WS-ISO-AAAA
004060     MOVE WS-DATE-SYS-MM   TO WS-ISO-MM
004070     MOVE WS-DATE-SYS-JJ   TO WS-ISO-JJ
004080     MOVE WS-DATE-JOUR TO WS-DATE-DECOMP
004090     COMPUTE WS-DATE-INT-JOUR = FUNCTION INTEGER-OF-DATE(
004100             WS-DATE-AAAA * 10000 + WS-DATE-MM * 100 + WS-DATE-JJ)
004110
004120****** INSCRIPTION DU RUN AU REGISTRE DE LA CHAINE *****
004120     MOVE 'D' TO REG-FONCTION
004120     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
004120
004120****** PERIODE COMPTABLE DES ECRITURES DU RUN *****
004120     PERFORM PLACER-DATE-COMPTABLE
004120
004120*******OUVERTURE DES FICHIERS*******
004130     PERFORM OUV-FICHIERS
004140
004150     PERFORM ECRITURE-ENTETE-LISTING
004160
004170****** RECEPTION DES INSTRUCTIONS DE LETTRAGE *****
004180     ACCEPT WS-INSTRUCTION FROM SYSIN
004190     PERFORM UNTIL IN-NO-EXC = '***'
004200         PERFORM TRAITER-INSTRUCTION
004210         ACCEPT WS-INSTRUCTION FROM SYSIN
004220     END-PERFORM
004230
004240     PERFORM ECRITURE-TOTAL-VIREMENT
004250     PERFORM ECRITURE-CONTROLE-JOURNAL
004260     PERFORM LISTER-EXCEPTIONS-OUVERTES
004270     PERFORM ECRITURE-CONTROLE
004280     PERFORM FERM-FICHIERS
004290     PERFORM ENREGISTRER-FIN-RUN
004290     GOBACK.
004300
004310 ABEND-PROG.
004320       DISPLAY "ANOMALIE GRAVE : ", FS-EXCOUV, " ", FS-NUMFACT,
004330               " ", FS-REGLEMENTS, " ", FS-ACOMPTE
004340       COMPUTE WS-ANO = 1 / WS-ANO.
004340
004340* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
004340* COMPTEURS
004340 ENREGISTRER-FIN-RUN.
004340     MOVE 'F'         TO REG-FONCTION
004340     MOVE RETURN-CODE TO REG-CODE-RETOUR
004340     MOVE 'INSTRUCTIONS' TO REG-LIB-NB(1)
004340     MOVE WS-NB-INSTRUCTIONS TO REG-NB(1)
004340     MOVE 'AFFECTEES'    TO REG-LIB-NB(2)
004340     MOVE WS-NB-AFFECTEES TO REG-NB(2)
004340     MOVE 'REFUSEES'     TO REG-LIB-NB(3)
004340     MOVE WS-NB-REFUSEES TO REG-NB(3)
004340     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
004340
004340* LES ECRITURES DU RUN SONT DATEES DU JOUR DE REFERENCE, OU DU
004340* PREMIER JOUR DE LA PREMIERE PERIODE OUVERTE SI SA PERIODE EST
004340* CLOSE. UNE DATE QUI NE PEUT ETRE PLACEE (MOIS DU RUN DEJA CLOS,
004340* DATE INVALIDE) ARRETE LE RUN AVANT TOUTE MISE A JOUR, COMME UN
004340* PARAMETRE ERRONE
004340 PLACER-DATE-COMPTABLE.
004340     MOVE WS-DATE-JOUR    TO PER-DATE-DOC
004340     MOVE WS-DATE-SYS-ISO TO PER-DATE-RUN
004340     CALL WS-PROG-PERIODE USING BY REFERENCE WS-PERIODE-CPT
004340     EVALUATE TRUE
004340         WHEN PERIODE-PLACEE
004340             MOVE PER-DATE-COMPTA TO WS-DATE-COMPTABLE
004340         WHEN PERIODE-REPORTEE
004340             MOVE PER-DATE-COMPTA TO WS-DATE-COMPTABLE
004340             DISPLAY "PERIODE ", WS-DATE-JOUR(1:7), " CLOSE, ",
004340                     "ECRITURES REPORTEES AU : ",
004340                     WS-DATE-COMPTABLE
004340         WHEN PERIODE-CLOSE
004340             DISPLAY "PERIODE COMPTABLE CLOSE, RUN REFUSE : ",
004340                     WS-DATE-JOUR
004340             DISPLAY "DERNIERE PERIODE CLOSE : ", PER-DERNIERE
004340             PERFORM ABEND-PROG
004340         WHEN OTHER
004340             DISPLAY "DATE DE REFERENCE INVALIDE : ", WS-DATE-JOUR
004340             PERFORM ABEND-PROG
004340     END-EVALUATE.
004350
004360* UNE INSTRUCTION : L'EXCEPTION DOIT EXISTER ET ETRE ENCORE
004370* OUVERTE ; TOUT REFUS EST LISTE SANS RIEN TOUCHER
004380 TRAITER-INSTRUCTION.
004390     ADD 1 TO WS-NB-INSTRUCTIONS
004400     MOVE 'N' TO WS-SW-REFUS
004410     MOVE ZERO TO WS-MONTANT-TRAITE
004420     MOVE SPACES TO WS-LIB-SUITE
004430     PERFORM LIRE-EXCEPTION
004440     IF EXCEPTION-OUVERTE THEN
004450         EVALUATE IN-ACTION
004460             WHEN 'A'
004470                 PERFORM AFFECTER-FACTURE
004480             WHEN 'C'
004490                 PERFORM METTRE-EN-COMPTE
004500             WHEN 'R'
004510                 PERFORM REMBOURSER
004520             WHEN OTHER
004530                 MOVE 'REFUS : ACTION INCONNUE' TO WS-LIB-SUITE
004540                 MOVE 'O' TO WS-SW-REFUS
004550         END-EVALUATE
004560     END-IF
004570     IF INSTRUCTION-REFUSEE THEN
004580         ADD 1 TO WS-NB-REFUSEES
004590     END-IF
004600     PERFORM ECRITURE-LIGNE-INSTRUCTION.
004610
004620 LIRE-EXCEPTION.
004630     MOVE 'N' TO WS-SW-EXC
004640     IF IN-NO-EXC NOT NUMERIC OR IN-NO-EXC-N = ZERO THEN
004650         MOVE 'REFUS : NUMERO INVALIDE' TO WS-LIB-SUITE
004660         MOVE 'O' TO WS-SW-REFUS
004670     ELSE
004680         MOVE IN-NO-EXC-N TO EO-NO
004690         READ EXCOUV
004700         EVALUATE TRUE
004710             WHEN (FS-EXCOUV = ZERO OR FS-EXCOUV = '02')
004720              AND EO-STATUT = 'O'
004730                 MOVE 'O' TO WS-SW-EXC
004740             WHEN FS-EXCOUV = ZERO OR FS-EXCOUV = '02'
004750                 MOVE 'REFUS : EXCEPTION DEJA SOLDEE'
004760                               TO WS-LIB-SUITE
004770                 MOVE 'O' TO WS-SW-REFUS
004780             WHEN FS-EXCOUV = '23'
004790                 MOVE 'REFUS : EXCEPTION INCONNUE'
004800                               TO WS-LIB-SUITE
004810                 MOVE 'O' TO WS-SW-REFUS
004820             WHEN OTHER
004830                 DISPLAY "ERR READ EXCOUV - FILE STATUS : ",
004840                         FS-EXCOUV
004850                 PERFORM ABEND-PROG
004860         END-EVALUATE
004870     END-IF.
004880
004890* AFFECTATION A UNE FACTURE : LE MONTANT EST ENREGISTRE SUR SA
004900* COMMANDE COMME UN ENCAISSEMENT D'ENCAISSE, DANS LA LIMITE DU
004910* RESTE DU ; UN SOLDE NON AFFECTE LAISSE L'EXCEPTION OUVERTE
004920 AFFECTER-FACTURE.
004930     IF IN-CIBLE = SPACES THEN
004940         MOVE 'N' TO WS-SW-FACTURE
004950     ELSE
004960         PERFORM CHERCHER-FACTURE
004970     END-IF
004980     IF FACTURE-TROUVEE THEN
004990         PERFORM CALCULER-RESTE-CIBLE
005000     END-IF
005010     EVALUATE TRUE
005020         WHEN NOT FACTURE-TROUVEE
005030             MOVE 'REFUS : FACTURE CIBLE INCONNUE'
005040                           TO WS-LIB-SUITE
005050             MOVE 'O' TO WS-SW-REFUS
005060         WHEN WS-O-NO-CIBLE = EO-O-NO
005070             MOVE 'REFUS : FACTURE D''ORIGINE'
005080                           TO WS-LIB-SUITE
005090             MOVE 'O' TO WS-SW-REFUS
005100         WHEN RG-STATUT = 'I'
005110             MOVE 'REFUS : FACTURE PASSEE EN PERTE'
005120                           TO WS-LIB-SUITE
005130             MOVE 'O' TO WS-SW-REFUS
005140         WHEN WS-RESTE-CIBLE = ZERO
005150             MOVE 'REFUS : FACTURE CIBLE SOLDEE'
005160                           TO WS-LIB-SUITE
005170             MOVE 'O' TO WS-SW-REFUS
005180         WHEN OTHER
005190             IF EO-MONTANT > WS-RESTE-CIBLE THEN
005200                 MOVE WS-RESTE-CIBLE TO WS-MONTANT-TRAITE
005210             ELSE
005220                 MOVE EO-MONTANT TO WS-MONTANT-TRAITE
005230             END-IF
005240             PERFORM RETIRER-ORIGINE
005250             PERFORM APPLIQUER-CIBLE
005260             COMPUTE EO-MONTANT = EO-MONTANT - WS-MONTANT-TRAITE
005270             IF EO-MONTANT = ZERO THEN
005280                 MOVE 'A' TO EO-STATUT
005290                 MOVE 'AFFECTEE' TO WS-LIB-SUITE
005300             ELSE
005310                 MOVE 'AFFECTEE EN PARTIE, RESTE OUVERTE'
005320                               TO WS-LIB-SUITE
005330             END-IF
005340             MOVE IN-CIBLE TO EO-CIBLE
005350             PERFORM ENTERINER-EXCEPTION
005360             ADD 1 TO WS-NB-AFFECTEES
005370             COMPUTE WS-TOTAL-AFFECTE =
005380                     WS-TOTAL-AFFECTE + WS-MONTANT-TRAITE
005390     END-EVALUATE.
005400
005410* PARCOURS DES ENREGISTREMENTS 'O' DU NUMEROTEUR A LA RECHERCHE
005420* DE LA FACTURE CIBLE, COMME CHERCHER-FACTURE D'ENCAISSE. UNE
005421* FACTURE MENSUELLE A UNE CORRESPONDANCE PAR COMMANDE : LA
005422* PREMIERE COMMANDE QUI RESTE DUE (NI SOLDEE, NI EN PERTE, NI
005423* D'ORIGINE) EST RETENUE, A DEFAUT LA DERNIERE LUE DONNE LE MOTIF
005424* DU REFUS
005430 CHERCHER-FACTURE.
005440     MOVE 'N' TO WS-SW-FACTURE
005440     MOVE 'N' TO WS-SW-CIBLE
005450     MOVE 'N' TO WS-SW-NUMFACT
005460     MOVE 'O' TO NF-CLE-TYPE
005470     MOVE LOW-VALUES TO NF-CLE-REF
005480     START NUMFACT KEY NOT LESS THAN NF-CLE
005490     IF FS-NUMFACT = ZERO THEN
005500         PERFORM UNTIL CIBLE-RETENUE OR FIN-NUMFACT
005510             PERFORM LIRE-NUMFACT-SUIVANT
005520             IF NOT FIN-NUMFACT
005530                AND NF-NO-FACTURE = IN-CIBLE THEN
005540                 MOVE 'O' TO WS-SW-FACTURE
005550                 MOVE NF-CLE-REF(1:3) TO WS-O-NO-CIBLE
005560                 PERFORM CALCULER-NET-FACTURE
005570                 MOVE WS-NET-ORIGINE TO WS-NET-CIBLE
005571                 PERFORM CALCULER-RESTE-CIBLE
005572                 IF WS-RESTE-CIBLE > ZERO AND RG-STATUT NOT = 'I'
005573                    AND WS-O-NO-CIBLE NOT = EO-O-NO THEN
005574                     MOVE 'O' TO WS-SW-CIBLE
005575                 END-IF
005580             END-IF
005590         END-PERFORM
005600     END-IF.
005610
005620 LIRE-NUMFACT-SUIVANT.
005630     READ NUMFACT NEXT
005640     EVALUATE TRUE
005650         WHEN FS-NUMFACT = ZERO OR FS-NUMFACT = '02'
005660             IF NF-CLE-TYPE NOT = 'O' THEN
005670                 MOVE 'O' TO WS-SW-NUMFACT
005680             END-IF
005690         WHEN FS-NUMFACT = '10'
005700             MOVE 'O' TO WS-SW-NUMFACT
005710         WHEN OTHER
005720             DISPLAY "ERR READ NUMFACT - FILE STATUS : ",
005730                     FS-NUMFACT
005740             PERFORM ABEND-PROG
005750     END-EVALUATE.
005760
005770* TTC NET D'AVOIRS DE LA CORRESPONDANCE LUE DANS LE NUMEROTEUR
005780 CALCULER-NET-FACTURE.
005790     IF NF-TOTAL-AVOIR >= NF-TOTAL-TTC THEN
005800         MOVE ZERO TO WS-NET-ORIGINE
005810     ELSE
005820         COMPUTE WS-NET-ORIGINE = NF-TOTAL-TTC - NF-TOTAL-AVOIR
005830     END-IF.
005840
005850* RESTE DU DE LA FACTURE CIBLE : TTC NET D'AVOIRS MOINS LE CUMUL
005860* DEJA ENCAISSE ; L'ENREGISTREMENT DE REGLEMENT RESTE EN ZONE
005870* POUR LE CONTROLE DU STATUT
005880 CALCULER-RESTE-CIBLE.
005890     MOVE WS-NET-CIBLE TO WS-RESTE-CIBLE
005900     MOVE WS-O-NO-CIBLE TO RG-O-NO
005910     READ REGLEMENTS
005920     EVALUATE TRUE
005930         WHEN FS-REGLEMENTS = ZERO OR FS-REGLEMENTS = '02'
005940             IF RG-TOTAL-PAYE >= WS-RESTE-CIBLE THEN
005950                 MOVE ZERO TO WS-RESTE-CIBLE
005960             ELSE
005970                 COMPUTE WS-RESTE-CIBLE =
005980                         WS-RESTE-CIBLE - RG-TOTAL-PAYE
005990             END-IF
006000         WHEN FS-REGLEMENTS = '23'
006010             MOVE SPACE TO RG-STATUT
006020         WHEN OTHER
006030             DISPLAY "ERR READ REGLEMENTS - FILE STATUS : ",
006040                     FS-REGLEMENTS
006050             PERFORM ABEND-PROG
006060     END-EVALUATE.
006070
006080* ENREGISTREMENT SUR LA COMMANDE CIBLE, MEME MISE A JOUR QUE
006090* APPLIQUER-REGLEMENT D'ENCAISSE (CUMUL, DATE, STATUT
006100* PARTIEL/SOLDE), A LA DATE DU LETTRAGE
006110 APPLIQUER-CIBLE.
006120     MOVE WS-O-NO-CIBLE TO RG-O-NO
006130     READ REGLEMENTS
006140     EVALUATE TRUE
006150         WHEN FS-REGLEMENTS = ZERO OR FS-REGLEMENTS = '02'
006160             COMPUTE RG-TOTAL-PAYE =
006170                     RG-TOTAL-PAYE + WS-MONTANT-TRAITE
006180         WHEN FS-REGLEMENTS = '23'
006190             MOVE WS-MONTANT-TRAITE TO RG-TOTAL-PAYE
006200         WHEN OTHER
006210             DISPLAY "ERR READ REGLEMENTS - FILE STATUS : ",
006220                     FS-REGLEMENTS
006230             PERFORM ABEND-PROG
006240     END-EVALUATE
006250
006260     MOVE WS-O-NO-CIBLE TO RG-O-NO
006270     MOVE WS-DATE-JOUR TO RG-DATE-DERNIER
006280     IF RG-TOTAL-PAYE >= WS-NET-CIBLE THEN
006290         MOVE 'S' TO RG-STATUT
006300     ELSE
006310         MOVE 'P' TO RG-STATUT
006320     END-IF
006330
006340     IF FS-REGLEMENTS = '23' THEN
006350         WRITE ENR-REGLEMENT
006360     ELSE
006370         REWRITE ENR-REGLEMENT
006380     END-IF
006390     IF FS-REGLEMENTS NOT = ZERO AND FS-REGLEMENTS NOT = '02' THEN
006400         DISPLAY "ERR ECRITURE REGLEMENTS - FILE STATUS : ",
006410                 FS-REGLEMENTS
006420         PERFORM ABEND-PROG
006430     END-IF.
006440
006450* UN EXCEDENT AVAIT ETE ENCAISSE SUR SA COMMANDE D'ORIGINE : LE
006460* MONTANT QUI EN SORT EST RETIRE DU CUMUL, ET LE STATUT RECALCULE
006470* (UNE COMMANDE PASSEE EN PERTE LE RESTE)
006480 RETIRER-ORIGINE.
006490     IF EO-O-NO NOT = SPACES THEN
006500         MOVE 'O' TO NF-CLE-TYPE
006510         MOVE SPACES TO NF-CLE-REF
006520         MOVE EO-O-NO TO NF-CLE-REF(1:3)
006530         READ NUMFACT
006540         EVALUATE TRUE
006550             WHEN FS-NUMFACT = ZERO OR FS-NUMFACT = '02'
006560                 PERFORM CALCULER-NET-FACTURE
006570             WHEN FS-NUMFACT = '23'
006580                 MOVE ZERO TO WS-NET-ORIGINE
006590             WHEN OTHER
006600                 DISPLAY "ERR READ NUMFACT - FILE STATUS : ",
006610                         FS-NUMFACT
006620                 PERFORM ABEND-PROG
006630         END-EVALUATE
006640         MOVE EO-O-NO TO RG-O-NO
006650         READ REGLEMENTS
006660         EVALUATE TRUE
006670             WHEN FS-REGLEMENTS = ZERO OR FS-REGLEMENTS = '02'
006680                 PERFORM DEDUIRE-ORIGINE
006690             WHEN FS-REGLEMENTS = '23'
006700                 DISPLAY "COMMANDE D'ORIGINE SANS REGLEMENT : ",
006710                         EO-O-NO, " EXCEPTION : ", EO-NO
006720             WHEN OTHER
006730                 DISPLAY "ERR READ REGLEMENTS - FILE STATUS : ",
006740                         FS-REGLEMENTS
006750                 PERFORM ABEND-PROG
006760         END-EVALUATE
006770     END-IF.
006780
006790 DEDUIRE-ORIGINE.
006800     IF RG-TOTAL-PAYE > WS-MONTANT-TRAITE THEN
006810         COMPUTE RG-TOTAL-PAYE = RG-TOTAL-PAYE - WS-MONTANT-TRAITE
006820     ELSE
006830         MOVE ZERO TO RG-TOTAL-PAYE
006840     END-IF
006850     IF RG-STATUT NOT = 'I' THEN
006860         IF RG-TOTAL-PAYE >= WS-NET-ORIGINE THEN
006870             MOVE 'S' TO RG-STATUT
006880         ELSE
006890             MOVE 'P' TO RG-STATUT
006900         END-IF
006910     END-IF
006920     REWRITE ENR-REGLEMENT
006930     IF FS-REGLEMENTS NOT = ZERO AND FS-REGLEMENTS NOT = '02' THEN
006940         DISPLAY "ERR ECRITURE REGLEMENTS - FILE STATUS : ",
006950                 FS-REGLEMENTS
006960         PERFORM ABEND-PROG
006970     END-IF.
006980
006990* MISE EN COMPTE : LE MONTANT RESTANT DE L'EXCEPTION EST PORTE AU
007000* COMPTE DU CLIENT DESIGNE, QUI DOIT EXISTER DANS CUSTOMERS
007010 METTRE-EN-COMPTE.
007020     PERFORM CONTROLER-CLIENT-CIBLE
007030     IF NOT INSTRUCTION-REFUSEE THEN
007040         MOVE EO-MONTANT TO WS-MONTANT-TRAITE
007050         PERFORM RETIRER-ORIGINE
007060         PERFORM CREDITER-COMPTE-CLIENT
007070         MOVE ZERO TO EO-MONTANT
007080         MOVE 'C' TO EO-STATUT
007090         MOVE SPACES TO EO-CIBLE
007100         MOVE WS-C-NO-CIBLE TO EO-CIBLE(1:3)
007110         PERFORM ENTERINER-EXCEPTION
007120         MOVE 'MISE EN COMPTE CLIENT' TO WS-LIB-SUITE
007130         ADD 1 TO WS-NB-EN-COMPTE
007140         COMPUTE WS-TOTAL-EN-COMPTE =
007150                 WS-TOTAL-EN-COMPTE + WS-MONTANT-TRAITE
007160     END-IF.
007170
007180 CREDITER-COMPTE-CLIENT.
007190     MOVE WS-C-NO-CIBLE TO AC-C-NO
007200     READ ACOMPTE
007210     EVALUATE TRUE
007220         WHEN FS-ACOMPTE = ZERO OR FS-ACOMPTE = '02'
007230             COMPUTE AC-SOLDE = AC-SOLDE + WS-MONTANT-TRAITE
007240             MOVE WS-DATE-JOUR TO AC-DATE-DERNIER
007250             REWRITE ENR-ACOMPTE
007260         WHEN FS-ACOMPTE = '23'
007270             MOVE WS-MONTANT-TRAITE TO AC-SOLDE
007280             MOVE WS-DATE-JOUR TO AC-DATE-DERNIER
007290             WRITE ENR-ACOMPTE
007300         WHEN OTHER
007310             CONTINUE
007320     END-EVALUATE
007330     IF FS-ACOMPTE NOT = ZERO AND FS-ACOMPTE NOT = '02' THEN
007340         DISPLAY "ERR ECRITURE ACOMPTE - FILE STATUS : ",
007350                 FS-ACOMPTE
007360         PERFORM ABEND-PROG
007370     END-IF.
007380
007390* REMBOURSEMENT : UN ORDRE DE VIREMENT VERS LES COORDONNEES
007400* BANCAIRES DU CLIENT DESIGNE ET LES ECRITURES CLIENT/BANQUE ; UN
007410* CLIENT SANS IBAN OU BIC N'EST PAS REMBOURSE
007420 REMBOURSER.
007430     PERFORM CONTROLER-CLIENT-CIBLE
007440     IF NOT INSTRUCTION-REFUSEE
007450        AND (WS-CUST-IBAN = SPACES OR WS-CUST-BIC = SPACES) THEN
007460         MOVE 'REFUS : COORDONNEES BANCAIRES' TO WS-LIB-SUITE
007470         MOVE 'O' TO WS-SW-REFUS
007480     END-IF
007490     IF NOT INSTRUCTION-REFUSEE THEN
007500         MOVE EO-MONTANT TO WS-MONTANT-TRAITE
007510         MOVE EO-NO TO WS-REF-REMB-NO
007520         PERFORM RETIRER-ORIGINE
007530         PERFORM ECRITURE-ORDRE-VIREMENT
007540         PERFORM ECRITURE-JOURNAL-REMB
007550         MOVE ZERO TO EO-MONTANT
007560         MOVE 'R' TO EO-STATUT
007570         MOVE SPACES TO EO-CIBLE
007580         MOVE WS-C-NO-CIBLE TO EO-CIBLE(1:3)
007590         PERFORM ENTERINER-EXCEPTION
007600         MOVE 'REMBOURSEE' TO WS-LIB-SUITE
007610         MOVE WS-REF-REMB TO WS-LIB-SUITE(12:10)
007620         ADD 1 TO WS-NB-REMBOURSEES
007630         COMPUTE WS-TOTAL-REMBOURSE =
007640                 WS-TOTAL-REMBOURSE + WS-MONTANT-TRAITE
007650     END-IF.
007660
007670* RECHERCHE DU CLIENT CIBLE ET DE SES COORDONNEES BANCAIRES
007680 CONTROLER-CLIENT-CIBLE.
007690     MOVE IN-CIBLE(1:3) TO WS-C-NO-CIBLE
007700     MOVE 'N' TO WS-SW-CLIENT
007710     IF WS-C-NO-CIBLE NOT = SPACES THEN
007720         PERFORM FETCH-CLIENT-BANQUE
007730     END-IF
007740     IF NOT CLIENT-TROUVE THEN
007750         MOVE 'REFUS : CLIENT CIBLE INCONNU' TO WS-LIB-SUITE
007760         MOVE 'O' TO WS-SW-REFUS
007770     END-IF.
007780
007790 FETCH-CLIENT-BANQUE.
007800     MOVE SPACES TO WS-CUST-IBAN
007810     MOVE SPACES TO WS-CUST-BIC
007820     MOVE WS-C-NO-CIBLE TO CUST-C-NO
007830     EXEC SQL
007840        SELECT C_NO, COMPANY, IBAN, BIC
007850        INTO :CUST-C-NO, :CUST-COMPANY,
007860             :WS-CUST-IBAN   :WS-IND-IBAN,
007870             :WS-CUST-BIC    :WS-IND-BIC
007880        FROM CUSTOMERS
007890        WHERE C_NO = :WS-C-NO-CIBLE
007900     END-EXEC
007910     IF SQLCODE = ZERO THEN
007920         MOVE 'O' TO WS-SW-CLIENT
007930         IF WS-IND-IBAN < ZERO THEN
007940             MOVE SPACES TO WS-CUST-IBAN
007950         END-IF
007960         IF WS-IND-BIC < ZERO THEN
007970             MOVE SPACES TO WS-CUST-BIC
007980         END-IF
007990     ELSE
008000         DISPLAY "CLIENT NON RETROUVE POUR LETTRAGE : ",
008010                 WS-C-NO-CIBLE, " SQLCODE : ", SQLCODE
008020     END-IF.
008030
008040* L'EXCEPTION MISE A JOUR EST REECRITE AUSSITOT SES FICHIERS
008050* TOUCHES : UN RERUN NE LA RETRAITERA PAS
008060 ENTERINER-EXCEPTION.
008070     MOVE WS-DATE-JOUR TO EO-DATE-SOLDE
008080     REWRITE ENR-EXCOUV
008090     IF FS-EXCOUV NOT = ZERO AND FS-EXCOUV NOT = '02' THEN
008100         DISPLAY "ERR REWRITE EXCOUV - FILE STATUS : ",
008110                 FS-EXCOUV
008120         PERFORM ABEND-PROG
008130     END-IF.
008140
008150 ECRITURE-ORDRE-VIREMENT.
008160     MOVE 'D'               TO VIR-TYPE
008170     MOVE WS-DATE-JOUR      TO VIR-DATE-EXEC
008180     MOVE WS-C-NO-CIBLE     TO VIR-C-NO
008190     MOVE WS-CUST-IBAN      TO VIR-IBAN
008200     MOVE WS-CUST-BIC       TO VIR-BIC
008210     MOVE WS-MONTANT-TRAITE TO VIR-MONTANT
008220     MOVE WS-REF-REMB       TO VIR-REFERENCE
008230     WRITE ENR-VIREMENT
008240     IF FS-VIREMENT NOT = ZERO THEN
008250         DISPLAY "ERR WRITE MESVIREM - FILE STATUS : ",
008260                 FS-VIREMENT
008270         PERFORM ABEND-PROG
008280     END-IF.
008290
008300* TOTAL DE CONTROLE EN QUEUE DU FICHIER BANQUE : NOMBRE
008310* D'ORDRES ET MONTANT GLOBAL, MEME DESSIN QUE MESPRELV
008320 ECRITURE-TOTAL-VIREMENT.
008330     MOVE 'T'                TO VIR-TYPE
008340     MOVE WS-DATE-JOUR       TO VIR-DATE-EXEC
008350     MOVE SPACES             TO VIR-C-NO
008360     MOVE SPACES             TO VIR-IBAN
008370     MOVE SPACES             TO VIR-BIC
008380     MOVE WS-TOTAL-REMBOURSE TO VIR-MONTANT
008390     MOVE SPACES             TO VIR-REFERENCE
008400     MOVE WS-NB-REMBOURSEES  TO VIR-REFERENCE(1:6)
008410     WRITE ENR-VIREMENT
008420     IF FS-VIREMENT NOT = ZERO THEN
008430         DISPLAY "ERR WRITE MESVIREM - FILE STATUS : ",
008440                 FS-VIREMENT
008450         PERFORM ABEND-PROG
008460     END-IF.
008470
008480* ECRITURES DU REMBOURSEMENT : DEBIT DU CLIENT, CREDIT DE LA
008490* BANQUE, AU MONTANT VIRE
008500 ECRITURE-JOURNAL-REMB.
008510     MOVE WS-COMPTE-CLIENT  TO JRN-COMPTE
008520     MOVE 'D'               TO JRN-SENS
008530     PERFORM ECRITURE-JOURNAL-MVT
008540     MOVE WS-COMPTE-BANQUE  TO JRN-COMPTE
008550     MOVE 'C'               TO JRN-SENS
008560     PERFORM ECRITURE-JOURNAL-MVT.
008570
008580 ECRITURE-JOURNAL-MVT.
008590     MOVE 'M'               TO JRN-TYPE-ENR
008600     MOVE WS-REF-REMB       TO JRN-NO-FACT
008610     MOVE EO-O-NO           TO JRN-O-NO
008620     MOVE WS-DATE-COMPTABLE TO JRN-DATE
008630     MOVE WS-MONTANT-TRAITE TO JRN-MONTANT
008640     MOVE ZERO              TO JRN-TAUX
008650     ADD 1 TO WS-NB-ECRITURES
008660     IF JRN-SENS = 'D' THEN
008670         COMPUTE WS-CUMUL-DEBIT =
008680                 WS-CUMUL-DEBIT + JRN-MONTANT
008690     ELSE
008700         COMPUTE WS-CUMUL-CREDIT =
008710                 WS-CUMUL-CREDIT + JRN-MONTANT
008720     END-IF
008730     WRITE ENR-JOURNAL
008740     IF FS-JOURNAL NOT = ZERO THEN
008750         DISPLAY "ERR WRITE JOURNAL - FILE STATUS : ", FS-JOURNAL
008760         PERFORM ABEND-PROG
008770     END-IF.
008780
008790* TOTAUX DE CONTROLE DU JOURNAL, MEME DESSIN QUE DANS FACTURES :
008800* UN DESEQUILIBRE ARRETE LE JOB
008810 ECRITURE-CONTROLE-JOURNAL.
008820     MOVE 'T'      TO JRN-TYPE-ENR
008830     MOVE SPACES   TO JRN-NO-FACT
008840     MOVE SPACES   TO JRN-O-NO
008850     MOVE WS-DATE-SYS-ISO TO JRN-DATE
008860     MOVE ALL '9'  TO JRN-COMPTE
008870     MOVE ZERO     TO JRN-TAUX
008880     MOVE 'D'            TO JRN-SENS
008890     MOVE WS-CUMUL-DEBIT TO JRN-MONTANT
008900     WRITE ENR-JOURNAL
008910     MOVE 'C'             TO JRN-SENS
008920     MOVE WS-CUMUL-CREDIT TO JRN-MONTANT
008930     WRITE ENR-JOURNAL
008940     IF FS-JOURNAL NOT = ZERO THEN
008950         DISPLAY "ERR WRITE JOURNAL - FILE STATUS : ",
008960                 FS-JOURNAL
008970         PERFORM ABEND-PROG
008980     END-IF
008990     IF WS-CUMUL-DEBIT NOT = WS-CUMUL-CREDIT THEN
009000         DISPLAY "EXPORT COMPTABLE DESEQUILIBRE : ",
009010                 WS-CUMUL-DEBIT, " / ", WS-CUMUL-CREDIT
009020         PERFORM ABEND-PROG
009030     END-IF.
009040
009050 ECRITURE-LIGNE-INSTRUCTION.
009060     MOVE IN-NO-EXC   TO LL-NO
009070     MOVE IN-ACTION   TO LL-ACTION
009080     MOVE IN-CIBLE    TO LL-CIBLE
009090     MOVE WS-MONTANT-TRAITE TO LL-MONTANT
009100     MOVE WS-LIB-SUITE TO LL-SUITE
009110     WRITE ENR-LISTING FROM L-LET-LIGNE
009120     IF FS-LISTING NOT = ZERO THEN
009130         DISPLAY "ERR WRITE MESLETTR - FILE STATUS : ",
009140                 FS-LISTING
009150         PERFORM ABEND-PROG
009160     END-IF.
009170
009180* BALANCE AGEE DES EXCEPTIONS ENCORE OUVERTES APRES LE RUN,
009190* VIEILLIES SUR LA DATE DE LA REMISE ; L'ENREGISTREMENT 000000
009200* (COMPTEUR) EST SAUTE
009210 LISTER-EXCEPTIONS-OUVERTES.
009220     WRITE ENR-LISTING FROM L-LET-VIDE
009230     WRITE ENR-LISTING FROM L-AGE-TITRE
009240     WRITE ENR-LISTING FROM L-AGE-COLONNES-1
009250     MOVE 'N' TO WS-SW-EXCOUV
009260     MOVE 1 TO EO-NO
009270     START EXCOUV KEY NOT LESS THAN EO-NO
009280     IF FS-EXCOUV NOT = ZERO THEN
009290         MOVE 'O' TO WS-SW-EXCOUV
009300     END-IF
009310     PERFORM UNTIL FIN-EXCOUV
009320         READ EXCOUV NEXT
009330         EVALUATE TRUE
009340             WHEN FS-EXCOUV = ZERO OR FS-EXCOUV = '02'
009350                 IF EO-STATUT = 'O' THEN
009360                     PERFORM ECRITURE-LIGNE-OUVERTE
009370                 END-IF
009380             WHEN FS-EXCOUV = '10'
009390                 MOVE 'O' TO WS-SW-EXCOUV
009400             WHEN OTHER
009410                 DISPLAY "ERR READ EXCOUV - FILE STATUS : ",
009420                         FS-EXCOUV
009430                 PERFORM ABEND-PROG
009440         END-EVALUATE
009450     END-PERFORM
009460     MOVE WS-AGE-0-30   TO ED-AGE-0-30
009470     MOVE WS-AGE-31-60  TO ED-AGE-31-60
009480     MOVE WS-AGE-61-90  TO ED-AGE-61-90
009490     MOVE WS-AGE-PLUS90 TO ED-AGE-PLUS90
009500     WRITE ENR-LISTING FROM L-LET-VIDE
009510     WRITE ENR-LISTING FROM L-AGE-0-30
009520     WRITE ENR-LISTING FROM L-AGE-31-60
009530     WRITE ENR-LISTING FROM L-AGE-61-90
009540     WRITE ENR-LISTING FROM L-AGE-PLUS90
009550     IF FS-LISTING NOT = ZERO THEN
009560         DISPLAY "ERR WRITE MESLETTR - FILE STATUS : ",
009570                 FS-LISTING
009580         PERFORM ABEND-PROG
009590     END-IF.
009600
009610 ECRITURE-LIGNE-OUVERTE.
009620     ADD 1 TO WS-NB-OUVERTES
009630     MOVE EO-DATE TO WS-DATE-DECOMP
009640     COMPUTE WS-DATE-INT-REF = FUNCTION INTEGER-OF-DATE(
009650             WS-DATE-AAAA * 10000 + WS-DATE-MM * 100 + WS-DATE-JJ)
009660     COMPUTE WS-JOURS-ANCIEN = WS-DATE-INT-JOUR - WS-DATE-INT-REF
009670     IF WS-JOURS-ANCIEN < ZERO THEN
009680         MOVE ZERO TO WS-JOURS-ANCIEN
009690     END-IF
009700     EVALUATE TRUE
009710         WHEN WS-JOURS-ANCIEN <= 30
009720             ADD EO-MONTANT TO WS-AGE-0-30
009730             MOVE '0 A 30 J' TO LA-TRANCHE
009740         WHEN WS-JOURS-ANCIEN <= 60
009750             ADD EO-MONTANT TO WS-AGE-31-60
009760             MOVE '31 A 60 J' TO LA-TRANCHE
009770         WHEN WS-JOURS-ANCIEN <= 90
009780             ADD EO-MONTANT TO WS-AGE-61-90
009790             MOVE '61 A 90 J' TO LA-TRANCHE
009800         WHEN OTHER
009810             ADD EO-MONTANT TO WS-AGE-PLUS90
009820             MOVE 'PLUS DE 90 J' TO LA-TRANCHE
009830     END-EVALUATE
009840     MOVE EO-NO          TO LA-NO
009850     MOVE EO-DATE        TO LA-DATE
009860     MOVE EO-REF-FACT    TO LA-REF
009870     MOVE EO-O-NO        TO LA-O-NO
009880     MOVE EO-MONTANT     TO LA-MONTANT
009890     MOVE WS-JOURS-ANCIEN TO LA-JOURS
009900     WRITE ENR-LISTING FROM L-AGE-LIGNE
009910     IF FS-LISTING NOT = ZERO THEN
009920         DISPLAY "ERR WRITE MESLETTR - FILE STATUS : ",
009930                 FS-LISTING
009940         PERFORM ABEND-PROG
009950     END-IF.
009960
009970 ECRITURE-ENTETE-LISTING.
009980     MOVE WS-DATE-JOUR TO LL-ED-DATE
009990     WRITE ENR-LISTING FROM L-LET-SEPARATEUR
010000     WRITE ENR-LISTING FROM L-LET-TITRE
010010     WRITE ENR-LISTING FROM L-LET-DATE
010020     WRITE ENR-LISTING FROM L-LET-SEPARATEUR
010030     WRITE ENR-LISTING FROM L-LET-COLONNES
010040     IF FS-LISTING NOT = ZERO THEN
010050         DISPLAY "ERR WRITE MESLETTR - FILE STATUS : ",
010060                 FS-LISTING
010070         PERFORM ABEND-PROG
010080     END-IF.
010090
010100 ECRITURE-CONTROLE.
010110     MOVE WS-NB-INSTRUCTIONS TO ED-CTL-INSTR
010120     MOVE WS-NB-AFFECTEES    TO ED-CTL-AFFECT
010130     MOVE WS-TOTAL-AFFECTE   TO ED-CTL-TOT-AFF
010140     MOVE WS-NB-EN-COMPTE    TO ED-CTL-COMPTE
010150     MOVE WS-TOTAL-EN-COMPTE TO ED-CTL-TOT-CPT
010160     MOVE WS-NB-REMBOURSEES  TO ED-CTL-REMB
010170     MOVE WS-TOTAL-REMBOURSE TO ED-CTL-TOT-REMB
010180     MOVE WS-NB-REFUSEES     TO ED-CTL-REFUS
010190     MOVE WS-NB-OUVERTES     TO ED-CTL-OUV
010200     WRITE ENR-LISTING FROM L-LET-SEPARATEUR
010210     WRITE ENR-LISTING FROM L-CTL-TITRE
010220     WRITE ENR-LISTING FROM L-CTL-INSTR
010230     WRITE ENR-LISTING FROM L-CTL-AFFECT
010240     WRITE ENR-LISTING FROM L-CTL-COMPTE
010250     WRITE ENR-LISTING FROM L-CTL-REMB
010260     WRITE ENR-LISTING FROM L-CTL-REFUS
010270     WRITE ENR-LISTING FROM L-CTL-OUVERTES
010280     WRITE ENR-LISTING FROM L-LET-SEPARATEUR.
010290
010300 OUV-FICHIERS.
010310* SANS FICHIER DES EXCEPTIONS OUVERTES (ENCAISSE JAMAIS PASSE),
010320* IL N'Y A RIEN A LETTRER : ON LE CREE VIDE
010330     OPEN I-O EXCOUV
010340     IF FS-EXCOUV = '35' THEN
010350         OPEN OUTPUT EXCOUV
010360         CLOSE EXCOUV
010370         OPEN I-O EXCOUV
010380     END-IF
010390     IF FS-EXCOUV NOT = ZERO AND FS-EXCOUV NOT = '02' THEN
010400         DISPLAY "ERR OPEN EXCOUV - FILE STATUS : ", FS-EXCOUV
010410         PERFORM ABEND-PROG
010420     END-IF
010430     OPEN INPUT NUMFACT
010440     IF FS-NUMFACT NOT = ZERO AND FS-NUMFACT NOT = '02' THEN
010450         DISPLAY "ERR OPEN NUMFACT - FILE STATUS : ", FS-NUMFACT
010460         PERFORM ABEND-PROG
010470     END-IF
010480     OPEN I-O REGLEMENTS
010490     IF FS-REGLEMENTS = '35' THEN
010500         OPEN OUTPUT REGLEMENTS
010510         CLOSE REGLEMENTS
010520         OPEN I-O REGLEMENTS
010530     END-IF
010540     IF FS-REGLEMENTS NOT = ZERO AND FS-REGLEMENTS NOT = '02' THEN
010550         DISPLAY "ERR OPEN REGLEMENTS - FILE STATUS : ",
010560                 FS-REGLEMENTS
010570         PERFORM ABEND-PROG
010580     END-IF
010590* OUVERTURE EN I-O ; PREMIER RUN SANS FICHIER DES COMPTES
010600* CLIENTS, ON LE CREE VIDE
010610     OPEN I-O ACOMPTE
010620     IF FS-ACOMPTE = '35' THEN
010630         OPEN OUTPUT ACOMPTE
010640         CLOSE ACOMPTE
010650         OPEN I-O ACOMPTE
010660     END-IF
010670     IF FS-ACOMPTE NOT = ZERO AND FS-ACOMPTE NOT = '02' THEN
010680         DISPLAY "ERR OPEN ACOMPTE - FILE STATUS : ", FS-ACOMPTE
010690         PERFORM ABEND-PROG
010700     END-IF
010710     OPEN OUTPUT VIREMENT
010720     IF FS-VIREMENT NOT = ZERO THEN
010730         DISPLAY "ERR OPEN MESVIREM - FILE STATUS : ",
010740                 FS-VIREMENT
010750         PERFORM ABEND-PROG
010760     END-IF
010770     OPEN OUTPUT JOURNAL
010780     IF FS-JOURNAL NOT = ZERO THEN
010790         DISPLAY "ERR OPEN JOURNAL - FILE STATUS : ", FS-JOURNAL
010800         PERFORM ABEND-PROG
010810     END-IF
010820     OPEN OUTPUT LISTING
010830     IF FS-LISTING NOT = ZERO THEN
010840         DISPLAY "ERR OPEN MESLETTR - FILE STATUS : ",
010850                 FS-LISTING
010860         PERFORM ABEND-PROG
010870     END-IF.
010880
010890 FERM-FICHIERS.
010900     CLOSE EXCOUV
010910     IF FS-EXCOUV NOT = ZERO THEN
010920         DISPLAY "ERR CLOSE EXCOUV - FILE STATUS : ", FS-EXCOUV
010930         PERFORM ABEND-PROG
010940     END-IF
010950     CLOSE NUMFACT
010960     IF FS-NUMFACT NOT = ZERO THEN
010970         DISPLAY "ERR CLOSE NUMFACT - FILE STATUS : ", FS-NUMFACT
010980         PERFORM ABEND-PROG
010990     END-IF
011000     CLOSE REGLEMENTS
011010     IF FS-REGLEMENTS NOT = ZERO THEN
011020         DISPLAY "ERR CLOSE REGLEMENTS - FILE STATUS : ",
011030                 FS-REGLEMENTS
011040         PERFORM ABEND-PROG
011050     END-IF
011060     CLOSE ACOMPTE
011070     IF FS-ACOMPTE NOT = ZERO THEN
011080         DISPLAY "ERR CLOSE ACOMPTE - FILE STATUS : ", FS-ACOMPTE
011090         PERFORM ABEND-PROG
011100     END-IF
011110     CLOSE VIREMENT
011120     IF FS-VIREMENT NOT = ZERO THEN
011130         DISPLAY "ERR CLOSE MESVIREM - FILE STATUS : ",
011140                 FS-VIREMENT
011150         PERFORM ABEND-PROG
011160     END-IF
011170     CLOSE JOURNAL
011180     IF FS-JOURNAL NOT = ZERO THEN
011190         DISPLAY "ERR CLOSE JOURNAL - FILE STATUS : ", FS-JOURNAL
011200         PERFORM ABEND-PROG
011210     END-IF
011220     CLOSE LISTING
011230     IF FS-LISTING NOT = ZERO THEN
011240         DISPLAY "ERR CLOSE MESLETTR - FILE STATUS : ",
011250                 FS-LISTING
011260         PERFORM ABEND-PROG
011270     END-IF.
