000100 IDENTIFICATION DIVISION.
000110  PROGRAM-ID.   MAJCONTR.
000120
000130 ENVIRONMENT DIVISION.
000140 CONFIGURATION SECTION.
000150  SPECIAL-NAMES.
000160      DECIMAL-POINT IS COMMA.
000170
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200* FICHIER MAITRE DES CONTRATS RECURRENTS (MEME DEFINITION QUE
000210* GENCDES) : CREE ICI, SON ECHEANCIER EST ENSUITE TENU PAR LA
000220* GENERATION DES COMMANDES
000230     SELECT CONTRATS ASSIGN TO FCONTRAT
000240     ORGANIZATION IS INDEXED
000250     ACCESS MODE IS DYNAMIC
000260     RECORD KEY IS CT-NO
000270     FILE STATUS IS FS-CONTRATS.
000280
000290* LISTING DE LA MISE A JOUR : UNE LIGNE PAR CONTRAT TRAITE AVEC LA
000300* SUITE DONNEE
000310     SELECT LISTING ASSIGN TO MESCONTR
000320     ORGANIZATION IS SEQUENTIAL
000330     FILE STATUS IS FS-LISTING.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD CONTRATS.
000380 01 ENR-CONTRAT.
000390     05 CT-NO             PIC X(06).
000400     05 CT-C-NO           PIC X(03).
000410     05 CT-S-NO           PIC X(02).
000420* 'M' MENSUELLE, 'T' TRIMESTRIELLE, 'S' SEMESTRIELLE, 'A' ANNUELLE
000430     05 CT-FREQUENCE      PIC X(01).
000440     05 CT-DATE-DEBUT     PIC X(10).
000450* A BLANC : CONTRAT SANS TERME
000460     05 CT-DATE-FIN       PIC X(10).
000470* ECHEANCE DE LA PROCHAINE COMMANDE A GENERER
000480     05 CT-DATE-PROCHAINE PIC X(10).
000490* 'A' ACTIF, 'E' EXPIRE (TERME DEPASSE, PLUS RIEN A GENERER)
000500     05 CT-STATUT         PIC X(01).
000510* DERNIERE COMMANDE GENEREE ET SON ECHEANCE
000520     05 CT-DERNIER-O-NO   PIC X(03).
000530     05 CT-DATE-DERNIERE  PIC X(10).
000540* COMMANDE EN COURS DE GENERATION POUR L'ECHEANCE PROCHAINE,
000550* POSEE AVANT LES INSERTIONS ET EFFACEE APRES LE COMMIT : UN RUN
000560* INTERROMPU ENTRE LES DEUX LA RETROUVE ET SAIT SI ELLE EXISTE
000570     05 CT-O-NO-ENCOURS   PIC X(03).
000580     05 CT-NB-LIGNES      PIC 9(02).
000590* PRODUITS DU CONTRAT ; UN PRIX A ZERO EST PRIS AU CATALOGUE
000600* (PRODUCTS.PRICE) LE JOUR DE LA GENERATION
000610     05 CT-LIGNE OCCURS 10 TIMES.
000620         10 CT-P-NO       PIC X(03).
000630         10 CT-QUANTITE   PIC 9(02).
000640         10 CT-PRIX       PIC 9(7)V99.
000650     05 FILLER            PIC X(20).
000660
000670 FD LISTING.
000680 01 ENR-LISTING PIC X(69).
000690
000700 WORKING-STORAGE SECTION.
000710  77 FS-CONTRATS    PIC XX.
000720  77 FS-LISTING     PIC 99.
000730  77 WS-ANO         PIC 99.
000730
000730* SOUS-PROGRAMME DU REGISTRE DES RUNS DE LA CHAINE ET SA ZONE
000730* D'ECHANGE : LE RUN S'Y INSCRIT AU DEBUT, APRES CONTROLE DE SES
000730* PREREQUIS, ET A LA FIN AVEC SON CODE RETOUR ET SES COMPTEURS
000730  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
000730  01 WS-REGISTRE-RUN.
000730      05 REG-FONCTION     PIC X(01).
000730      05 REG-PROGRAMME    PIC X(08) VALUE 'MAJCONTR'.
000730      05 REG-MODE         PIC X(01) VALUE SPACE.
000730      05 REG-DATE-METIER  PIC X(10).
000730      05 REG-RANG         PIC 9(04).
000730      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
000730      05 REG-COMPTEUR OCCURS 3.
000730          10 REG-LIB-NB   PIC X(12).
000730          10 REG-NB       PIC 9(07).
000740
000750* CARTES RECUES EN SYSIN, TERMINEES PAR LA MARQUE '***' :
000760* 'C' CREATION D'UN CONTRAT (NUMERO, CLIENT, COMMERCIAL,
000770*     PERIODICITE, DEBUT, TERME EVENTUEL), SUIVIE DE SES CARTES
000780*     'L'
000790* 'L' PRODUIT DU CONTRAT (PRODUIT, QUANTITE, PRIX CONVENU OU ZERO)
000800* 'F' TERME D'UN CONTRAT EXISTANT (NUMERO ET DATE DE TERME AUX
000810*     MEMES POSITIONS QUE LA CARTE 'C', A BLANC POUR L'OTER)
000820  01 WS-CARTE.
000830      05 IN-ACTION     PIC X(01).
000840      05 IN-CORPS      PIC X(79).
000850      05 IN-CONTRAT REDEFINES IN-CORPS.
000860          10 IN-NO         PIC X(06).
000870          10 IN-C-NO       PIC X(03).
000880          10 IN-S-NO       PIC X(02).
000890          10 IN-FREQUENCE  PIC X(01).
000900          10 IN-DATE-DEBUT PIC X(10).
000910          10 IN-DATE-FIN   PIC X(10).
000920          10 FILLER        PIC X(47).
000930      05 IN-LIGNE REDEFINES IN-CORPS.
000940          10 IN-P-NO       PIC X(03).
000950          10 IN-QUANTITE   PIC X(02).
000960          10 IN-QUANTITE-N REDEFINES IN-QUANTITE PIC 9(02).
000970          10 IN-PRIX       PIC X(09).
000980          10 IN-PRIX-N REDEFINES IN-PRIX PIC 9(7)V99.
000990          10 FILLER        PIC X(65).
001000
001010* CONTROLE DE FORME D'UNE DATE AAAA-MM-JJ RECUE EN CARTE
001020  01 WS-DATE-CTRL.
001030      05 WS-CTRL-AAAA  PIC X(04).
001040      05 WS-CTRL-T1    PIC X(01).
001050      05 WS-CTRL-MM    PIC X(02).
001060      05 WS-CTRL-T2    PIC X(01).
001070      05 WS-CTRL-JJ    PIC X(02).
001070  01 WS-DATE-CTRL-N REDEFINES WS-DATE-CTRL.
001070      05 WS-CTRL-AAAA-N PIC 9(04).
001070      05 FILLER         PIC X(01).
001070      05 WS-CTRL-MM-N   PIC 9(02).
001070      05 FILLER         PIC X(01).
001070      05 WS-CTRL-JJ-N   PIC 9(02).
001070* NOMBRE DE JOURS DE CHAQUE MOIS (FEVRIER AJUSTE LES ANNEES
001070* BISSEXTILES), COMME DANS GENCDES
001070  01 WS-JOURS-MOIS-V   PIC X(24) VALUE '312831303130313130313031'.
001070  01 T-JOURS-MOIS REDEFINES WS-JOURS-MOIS-V.
001070      05 T-JOURS       PIC 9(02) OCCURS 12 TIMES.
001070  77 WS-JOURS-MAX   PIC 9(02) VALUE ZERO.
001070  77 WS-QUOTIENT    PIC 9(4) COMP VALUE ZERO.
001070  77 WS-RESTE-4     PIC 9(4) COMP VALUE ZERO.
001070  77 WS-RESTE-100   PIC 9(4) COMP VALUE ZERO.
001070  77 WS-RESTE-400   PIC 9(4) COMP VALUE ZERO.
001080  77 WS-SW-DATE     PIC X(01) VALUE 'N'.
001090      88 DATE-VALIDE           VALUE 'O'.
001100
001110* CREATION EN COURS : LE CONTRAT EST CONSTITUE DANS ENR-CONTRAT AU
001120* FIL DE SES CARTES 'L' ET ECRIT A LA CARTE SUIVANTE ; LE PREMIER
001130* MOTIF DE REFUS RENCONTRE EST CONSERVE
001140  77 WS-SW-CREATION PIC X(01) VALUE 'N'.
001150      88 CREATION-EN-COURS     VALUE 'O'.
001160  77 WS-SW-REFUS    PIC X(01) VALUE 'N'.
001170      88 CREATION-REFUSEE      VALUE 'O'.
001180  77 WS-LIB-SUITE   PIC X(40) VALUE SPACES.
001190
001200* RESULTAT DES CONTROLES D'EXISTENCE DANS CUSTOMERS, EMPLOYEES ET
001210* PRODUCTS
001220  77 WS-NB-TROUVES  PIC S9(9) COMP VALUE ZERO.
001230  77 WS-C-NO-CTRL   PIC X(03) VALUE SPACES.
001240  77 WS-S-NO-CTRL   PIC X(02) VALUE SPACES.
001250  77 WS-P-NO-CTRL   PIC X(03) VALUE SPACES.
001260
001270* CUMULS DE CONTROLE DE LA MISE A JOUR
001280  77 WS-NB-CARTES   PIC 9(6) VALUE ZERO.
001290  77 WS-NB-CREES    PIC 9(6) VALUE ZERO.
001300  77 WS-NB-TERMES   PIC 9(6) VALUE ZERO.
001310  77 WS-NB-REFUSES  PIC 9(6) VALUE ZERO.
001320
001330  01 L-MAJ-SEPARATEUR.
001340      05 FILLER  PIC X(69) VALUE ALL '='.
001350
001360  01 L-MAJ-TITRE.
001370      05 FILLER  PIC X(69)
001380       VALUE 'MISE A JOUR DES CONTRATS RECURRENTS'.
001390
001400  01 L-MAJ-LIGNE.
001410      05 FILLER     PIC X(08) VALUE 'CONTRAT '.
001420      05 LM-NO      PIC X(06).
001430      05 FILLER     PIC X(01) VALUE SPACE.
001440      05 LM-ACTION  PIC X(01).
001450      05 FILLER     PIC X(02) VALUE SPACES.
001460      05 LM-SUITE   PIC X(40).
001470      05 FILLER     PIC X(11) VALUE ALL ' '.
001480
001490  01 L-MAJ-NB.
001500      05 FILLER    PIC X(30)
001510       VALUE 'CARTES LUES                 :'.
001520      05 ED-MAJ-NB PIC Z(6)9.
001530      05 FILLER    PIC X(32) VALUE ALL ' '.
001540
001550  01 L-MAJ-CREES.
001560      05 FILLER    PIC X(30)
001570       VALUE 'CONTRATS CREES              :'.
001580      05 ED-MAJ-CREES PIC Z(6)9.
001590      05 FILLER    PIC X(32) VALUE ALL ' '.
001600
001610  01 L-MAJ-TERMES.
001620      05 FILLER    PIC X(30)
001630       VALUE 'TERMES MODIFIES             :'.
001640      05 ED-MAJ-TERMES PIC Z(6)9.
001650      05 FILLER    PIC X(32) VALUE ALL ' '.
001660
001670  01 L-MAJ-REFUS.
001680      05 FILLER    PIC X(30)
001690       VALUE 'DEMANDES REFUSEES           :'.
001700      05 ED-MAJ-REFUS PIC Z(6)9.
001710      05 FILLER    PIC X(32) VALUE ALL ' '.
001720
001730     EXEC SQL
001740       INCLUDE SQLCA
001750     END-EXEC
001760
001770 PROCEDURE DIVISION.
001780
001790****** INSCRIPTION DU RUN AU REGISTRE DE LA CHAINE *****
001790     MOVE 'D' TO REG-FONCTION
001790     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
001790
001790*******OUVERTURE DES FICHIERS*******
001800     PERFORM OUV-FICHIERS
001810
001820     WRITE ENR-LISTING FROM L-MAJ-SEPARATEUR
001830     WRITE ENR-LISTING FROM L-MAJ-TITRE
001840     WRITE ENR-LISTING FROM L-MAJ-SEPARATEUR
001850
001860****** RECEPTION DES CARTES DE MISE A JOUR *****
001870     ACCEPT WS-CARTE FROM SYSIN
001880     PERFORM UNTIL WS-CARTE(1:3) = '***'
001890         ADD 1 TO WS-NB-CARTES
001900         PERFORM TRAITER-CARTE
001910         ACCEPT WS-CARTE FROM SYSIN
001920     END-PERFORM
001930     IF CREATION-EN-COURS THEN
001940         PERFORM CLORE-CREATION
001950     END-IF
001960
001970     PERFORM ECRITURE-CONTROLE
001980     PERFORM FERM-FICHIERS
001990     PERFORM ENREGISTRER-FIN-RUN
001990     GOBACK.
002000
002010 TEST-SQLCODE.
002020      EVALUATE TRUE
002030         WHEN SQLCODE = ZERO
002040                 CONTINUE
002050          WHEN SQLCODE > 0
002060              IF SQLCODE = +100
002070                  DISPLAY "JEU DE DONNEES VIDE OU FINI"
002080              ELSE
002090                  DISPLAY "WARNING : ", SQLCODE
002100              END-IF
002110          WHEN SQLCODE < ZERO
002120              PERFORM ABEND-PROG
002130      END-EVALUATE.
002140
002150 ABEND-PROG.
002160       DISPLAY "ANOMALIE GRAVE : ", SQLCODE, " ", FS-CONTRATS,
002170               " ", FS-LISTING
002180       COMPUTE WS-ANO = 1 / WS-ANO.
002180
002180* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
002180* COMPTEURS
002180 ENREGISTRER-FIN-RUN.
002180     MOVE 'F'         TO REG-FONCTION
002180     MOVE RETURN-CODE TO REG-CODE-RETOUR
002180     MOVE 'CARTES'       TO REG-LIB-NB(1)
002180     MOVE WS-NB-CARTES   TO REG-NB(1)
002180     MOVE 'CREES'        TO REG-LIB-NB(2)
002180     MOVE WS-NB-CREES    TO REG-NB(2)
002180     MOVE 'REFUSES'      TO REG-LIB-NB(3)
002180     MOVE WS-NB-REFUSES  TO REG-NB(3)
002180     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
002190
002200* UNE CARTE AUTRE QU'UNE LIGNE CLOT LA CREATION EN COURS
002210 TRAITER-CARTE.
002220     IF CREATION-EN-COURS AND IN-ACTION NOT = 'L' THEN
002230         PERFORM CLORE-CREATION
002240     END-IF
002250     EVALUATE IN-ACTION
002260         WHEN 'C'
002270             PERFORM OUVRIR-CREATION
002280         WHEN 'L'
002290             IF CREATION-EN-COURS THEN
002300                 PERFORM AJOUTER-LIGNE
002310             ELSE
002320                 MOVE SPACES TO LM-NO
002330                 MOVE 'LIGNE HORS CREATION, IGNOREE'
002340                                   TO WS-LIB-SUITE
002350                 PERFORM REFUSER-CARTE
002360             END-IF
002370         WHEN 'F'
002380             PERFORM FIXER-TERME
002390         WHEN OTHER
002400             MOVE SPACES TO LM-NO
002410             MOVE 'REFUS : ACTION INCONNUE' TO WS-LIB-SUITE
002420             PERFORM REFUSER-CARTE
002430     END-EVALUATE.
002440
002450* ENTETE D'UN NOUVEAU CONTRAT : NUMERO LIBRE, CLIENT ET COMMERCIAL
002460* CONNUS, PERIODICITE ET DATES VALIDES. LA PREMIERE ECHEANCE EST
002470* LA DATE DE DEBUT
002480 OUVRIR-CREATION.
002490     MOVE 'O' TO WS-SW-CREATION
002500     MOVE 'N' TO WS-SW-REFUS
002510     MOVE SPACES TO WS-LIB-SUITE
002520     MOVE IN-NO TO CT-NO
002530     READ CONTRATS
002540     EVALUATE TRUE
002550         WHEN FS-CONTRATS = ZERO OR FS-CONTRATS = '02'
002560             MOVE 'REFUS : CONTRAT DEJA EXISTANT' TO WS-LIB-SUITE
002570             MOVE 'O' TO WS-SW-REFUS
002580         WHEN FS-CONTRATS = '23'
002590             CONTINUE
002600         WHEN OTHER
002610             DISPLAY "ERR READ CONTRATS - FILE STATUS : ",
002620                     FS-CONTRATS
002630             PERFORM ABEND-PROG
002640     END-EVALUATE
002650     MOVE SPACES TO ENR-CONTRAT
002660     MOVE IN-NO          TO CT-NO
002670     MOVE IN-C-NO        TO CT-C-NO
002680     MOVE IN-S-NO        TO CT-S-NO
002690     MOVE IN-FREQUENCE   TO CT-FREQUENCE
002700     MOVE IN-DATE-DEBUT  TO CT-DATE-DEBUT
002710     MOVE IN-DATE-FIN    TO CT-DATE-FIN
002720     MOVE IN-DATE-DEBUT  TO CT-DATE-PROCHAINE
002730     MOVE 'A'            TO CT-STATUT
002740     MOVE ZERO           TO CT-NB-LIGNES
002750
002760     IF NOT CREATION-REFUSEE THEN
002770         IF CT-FREQUENCE NOT = 'M' AND NOT = 'T'
002780                     AND NOT = 'S' AND NOT = 'A' THEN
002790             MOVE 'REFUS : PERIODICITE INCONNUE' TO WS-LIB-SUITE
002800             MOVE 'O' TO WS-SW-REFUS
002810         END-IF
002820     END-IF
002830     IF NOT CREATION-REFUSEE THEN
002840         MOVE CT-DATE-DEBUT TO WS-DATE-CTRL
002850         PERFORM CONTROLER-DATE
002860         IF NOT DATE-VALIDE THEN
002870             MOVE 'REFUS : DATE DE DEBUT INVALIDE' TO WS-LIB-SUITE
002880             MOVE 'O' TO WS-SW-REFUS
002890         END-IF
002900     END-IF
002910     IF NOT CREATION-REFUSEE AND CT-DATE-FIN NOT = SPACES THEN
002920         MOVE CT-DATE-FIN TO WS-DATE-CTRL
002930         PERFORM CONTROLER-DATE
002940         IF NOT DATE-VALIDE OR CT-DATE-FIN < CT-DATE-DEBUT THEN
002950             MOVE 'REFUS : TERME INVALIDE' TO WS-LIB-SUITE
002960             MOVE 'O' TO WS-SW-REFUS
002970         END-IF
002980     END-IF
002990     IF NOT CREATION-REFUSEE THEN
003000         PERFORM CONTROLER-CLIENT
003010     END-IF
003020     IF NOT CREATION-REFUSEE THEN
003030         PERFORM CONTROLER-COMMERCIAL
003040     END-IF.
003050
003060* PRODUIT DU CONTRAT : QUANTITE NUMERIQUE NON NULLE, PRIX
003070* NUMERIQUE (A BLANC, PRIX CATALOGUE), PRODUIT CONNU DE PRODUCTS ;
003080* DIX PRODUITS AU PLUS
003090 AJOUTER-LIGNE.
003100     IF IN-PRIX = SPACES THEN
003110         MOVE ZERO TO IN-PRIX-N
003120     END-IF
003130     IF NOT CREATION-REFUSEE THEN
003140         EVALUATE TRUE
003150             WHEN CT-NB-LIGNES >= 10
003160                 MOVE 'REFUS : PLUS DE 10 PRODUITS'
003170                                   TO WS-LIB-SUITE
003180                 MOVE 'O' TO WS-SW-REFUS
003190             WHEN IN-QUANTITE NOT NUMERIC
003200               OR IN-QUANTITE-N = ZERO
003210                 MOVE 'REFUS : QUANTITE INVALIDE' TO WS-LIB-SUITE
003220                 MOVE 'O' TO WS-SW-REFUS
003230             WHEN IN-PRIX NOT NUMERIC
003240                 MOVE 'REFUS : PRIX INVALIDE' TO WS-LIB-SUITE
003250                 MOVE 'O' TO WS-SW-REFUS
003260             WHEN OTHER
003270                 PERFORM CONTROLER-PRODUIT
003280         END-EVALUATE
003290     END-IF
003300     IF NOT CREATION-REFUSEE THEN
003310         ADD 1 TO CT-NB-LIGNES
003320         MOVE IN-P-NO       TO CT-P-NO(CT-NB-LIGNES)
003330         MOVE IN-QUANTITE-N TO CT-QUANTITE(CT-NB-LIGNES)
003340         MOVE IN-PRIX-N     TO CT-PRIX(CT-NB-LIGNES)
003350     END-IF.
003360
003370* FIN DES CARTES DU CONTRAT : IL EST ECRIT S'IL N'A ETE REFUSE A
003380* AUCUNE ETAPE ET PORTE AU MOINS UN PRODUIT
003390 CLORE-CREATION.
003400     MOVE 'N' TO WS-SW-CREATION
003410     IF NOT CREATION-REFUSEE AND CT-NB-LIGNES = ZERO THEN
003420         MOVE 'REFUS : CONTRAT SANS PRODUIT' TO WS-LIB-SUITE
003430         MOVE 'O' TO WS-SW-REFUS
003440     END-IF
003450     MOVE CT-NO TO LM-NO
003460     MOVE 'C' TO LM-ACTION
003470     IF CREATION-REFUSEE THEN
003480         ADD 1 TO WS-NB-REFUSES
003490     ELSE
003500         WRITE ENR-CONTRAT
003510         IF FS-CONTRATS NOT = ZERO THEN
003520             DISPLAY "ERR WRITE CONTRATS - FILE STATUS : ",
003530                     FS-CONTRATS
003540             PERFORM ABEND-PROG
003550         END-IF
003560         ADD 1 TO WS-NB-CREES
003570         MOVE 'CREE, PREMIERE ECHEANCE AU DEBUT' TO WS-LIB-SUITE
003580     END-IF
003590     PERFORM ECRITURE-LIGNE.
003600
003610* TERME D'UN CONTRAT EXISTANT (RESILIATION OU PROLONGATION) : LA
003620* GENERATION EN TIENT COMPTE DES SON PROCHAIN RUN. UN CONTRAT DEJA
003630* EXPIRE N'EST PAS REACTIVE
003640 FIXER-TERME.
003650     MOVE IN-NO TO CT-NO
003660     MOVE IN-NO TO LM-NO
003670     READ CONTRATS
003680     EVALUATE TRUE
003690         WHEN FS-CONTRATS = ZERO OR FS-CONTRATS = '02'
003700             CONTINUE
003710         WHEN FS-CONTRATS = '23'
003720             MOVE 'REFUS : CONTRAT INCONNU' TO WS-LIB-SUITE
003730         WHEN OTHER
003740             DISPLAY "ERR READ CONTRATS - FILE STATUS : ",
003750                     FS-CONTRATS
003760             PERFORM ABEND-PROG
003770     END-EVALUATE
003780     IF FS-CONTRATS = '23' THEN
003790         PERFORM REFUSER-CARTE
003800     ELSE
003810         MOVE 'O' TO WS-SW-DATE
003820         IF IN-DATE-FIN NOT = SPACES THEN
003830             MOVE IN-DATE-FIN TO WS-DATE-CTRL
003840             PERFORM CONTROLER-DATE
003850         END-IF
003860         EVALUATE TRUE
003870             WHEN CT-STATUT = 'E'
003880                 MOVE 'REFUS : CONTRAT EXPIRE' TO WS-LIB-SUITE
003890                 PERFORM REFUSER-CARTE
003900             WHEN NOT DATE-VALIDE
003910                 MOVE 'REFUS : TERME INVALIDE' TO WS-LIB-SUITE
003920                 PERFORM REFUSER-CARTE
003930             WHEN IN-DATE-FIN NOT = SPACES
003940              AND IN-DATE-FIN < CT-DATE-DEBUT
003950                 MOVE 'REFUS : TERME AVANT LE DEBUT'
003960                                   TO WS-LIB-SUITE
003970                 PERFORM REFUSER-CARTE
003980             WHEN OTHER
003990                 MOVE IN-DATE-FIN TO CT-DATE-FIN
004000                 REWRITE ENR-CONTRAT
004010                 IF FS-CONTRATS NOT = ZERO THEN
004020                     DISPLAY "ERR REWRITE CONTRATS - ",
004030                             "FILE STATUS : ", FS-CONTRATS
004040                     PERFORM ABEND-PROG
004050                 END-IF
004060                 ADD 1 TO WS-NB-TERMES
004070                 IF CT-DATE-FIN = SPACES THEN
004080                     MOVE 'TERME OTE, CONTRAT SANS TERME'
004090                                   TO WS-LIB-SUITE
004100                 ELSE
004110                     MOVE 'TERME ENREGISTRE' TO WS-LIB-SUITE
004120                 END-IF
004130                 MOVE 'F' TO LM-ACTION
004140                 PERFORM ECRITURE-LIGNE
004150         END-EVALUATE
004160     END-IF.
004170
004180 REFUSER-CARTE.
004190     ADD 1 TO WS-NB-REFUSES
004200     MOVE IN-ACTION TO LM-ACTION
004210     PERFORM ECRITURE-LIGNE.
004220
004230* FORME AAAA-MM-JJ, MOIS DE 01 A 12 ET JOUR EXISTANT DANS LE MOIS
004230* (29 FEVRIER LES SEULES ANNEES BISSEXTILES)
004240 CONTROLER-DATE.
004250     MOVE 'N' TO WS-SW-DATE
004260     IF WS-CTRL-AAAA NUMERIC AND WS-CTRL-MM NUMERIC
004270        AND WS-CTRL-JJ NUMERIC
004280        AND WS-CTRL-T1 = '-' AND WS-CTRL-T2 = '-' THEN
004290         IF WS-CTRL-MM >= '01' AND WS-CTRL-MM <= '12'
004300            AND WS-CTRL-JJ >= '01' THEN
004300             PERFORM CALCULER-JOURS-MOIS
004300             IF WS-CTRL-JJ-N <= WS-JOURS-MAX THEN
004300                 MOVE 'O' TO WS-SW-DATE
004300             END-IF
004320         END-IF
004330     END-IF.
004330
004330* NOMBRE DE JOURS DU MOIS DE LA DATE CONTROLEE (28, 29, 30 OU
004330* 31) : FEVRIER A 29 JOURS LES ANNEES DIVISIBLES PAR 4, SAUF
004330* LES SIECLES NON DIVISIBLES PAR 400
004330 CALCULER-JOURS-MOIS.
004330     MOVE T-JOURS(WS-CTRL-MM-N) TO WS-JOURS-MAX
004330     IF WS-CTRL-MM-N = 2 THEN
004330         DIVIDE WS-CTRL-AAAA-N BY 4 GIVING WS-QUOTIENT
004330                REMAINDER WS-RESTE-4
004330         DIVIDE WS-CTRL-AAAA-N BY 100 GIVING WS-QUOTIENT
004330                REMAINDER WS-RESTE-100
004330         DIVIDE WS-CTRL-AAAA-N BY 400 GIVING WS-QUOTIENT
004330                REMAINDER WS-RESTE-400
004330         IF WS-RESTE-400 = ZERO
004330            OR (WS-RESTE-4 = ZERO
004330                AND WS-RESTE-100 NOT = ZERO) THEN
004330             MOVE 29 TO WS-JOURS-MAX
004330         END-IF
004330     END-IF.
004340
004350 CONTROLER-CLIENT.
004360     MOVE CT-C-NO TO WS-C-NO-CTRL
004370     EXEC SQL
004380         SELECT COUNT(*)
004390         INTO :WS-NB-TROUVES
004400         FROM CUSTOMERS
004410         WHERE C_NO = :WS-C-NO-CTRL
004420     END-EXEC
004430     PERFORM TEST-SQLCODE
004440     IF WS-NB-TROUVES = ZERO THEN
004450         MOVE 'REFUS : CLIENT INCONNU' TO WS-LIB-SUITE
004460         MOVE 'O' TO WS-SW-REFUS
004470     END-IF.
004480
004490 CONTROLER-COMMERCIAL.
004500     MOVE CT-S-NO TO WS-S-NO-CTRL
004510     EXEC SQL
004520         SELECT COUNT(*)
004530         INTO :WS-NB-TROUVES
004540         FROM EMPLOYEES
004550         WHERE E_NO = :WS-S-NO-CTRL
004560     END-EXEC
004570     PERFORM TEST-SQLCODE
004580     IF WS-NB-TROUVES = ZERO THEN
004590         MOVE 'REFUS : COMMERCIAL INCONNU' TO WS-LIB-SUITE
004600         MOVE 'O' TO WS-SW-REFUS
004610     END-IF.
004620
004630 CONTROLER-PRODUIT.
004640     MOVE IN-P-NO TO WS-P-NO-CTRL
004650     EXEC SQL
004660         SELECT COUNT(*)
004670         INTO :WS-NB-TROUVES
004680         FROM PRODUCTS
004690         WHERE P_NO = :WS-P-NO-CTRL
004700     END-EXEC
004710     PERFORM TEST-SQLCODE
004720     IF WS-NB-TROUVES = ZERO THEN
004730         MOVE SPACES TO WS-LIB-SUITE
004740         STRING 'REFUS : PRODUIT ' DELIMITED BY SIZE
004750                IN-P-NO DELIMITED BY SIZE
004760                ' INCONNU' DELIMITED BY SIZE
004770                INTO WS-LIB-SUITE
004780         END-STRING
004790         MOVE 'O' TO WS-SW-REFUS
004800     END-IF.
004810
004820 ECRITURE-LIGNE.
004830     MOVE WS-LIB-SUITE TO LM-SUITE
004840     WRITE ENR-LISTING FROM L-MAJ-LIGNE
004850     IF FS-LISTING NOT = ZERO THEN
004860         DISPLAY "ERR WRITE MESCONTR - FILE STATUS : ",
004870                 FS-LISTING
004880         PERFORM ABEND-PROG
004890     END-IF.
004900
004910 ECRITURE-CONTROLE.
004920     MOVE WS-NB-CARTES  TO ED-MAJ-NB
004930     MOVE WS-NB-CREES   TO ED-MAJ-CREES
004940     MOVE WS-NB-TERMES  TO ED-MAJ-TERMES
004950     MOVE WS-NB-REFUSES TO ED-MAJ-REFUS
004960     WRITE ENR-LISTING FROM L-MAJ-SEPARATEUR
004970     WRITE ENR-LISTING FROM L-MAJ-NB
004980     WRITE ENR-LISTING FROM L-MAJ-CREES
004990     WRITE ENR-LISTING FROM L-MAJ-TERMES
005000     WRITE ENR-LISTING FROM L-MAJ-REFUS
005010     WRITE ENR-LISTING FROM L-MAJ-SEPARATEUR.
005020
005030* PREMIER PASSAGE SANS FICHIER DES CONTRATS : ON LE CREE VIDE,
005040* COMME OUV-RESTART DE FACTURES
005050 OUV-FICHIERS.
005060     OPEN I-O CONTRATS
005070     IF FS-CONTRATS = '35' THEN
005080         OPEN OUTPUT CONTRATS
005090         CLOSE CONTRATS
005100         OPEN I-O CONTRATS
005110     END-IF
005120     IF FS-CONTRATS NOT = ZERO AND FS-CONTRATS NOT = '02' THEN
005130         DISPLAY "ERR OPEN CONTRATS - FILE STATUS : ", FS-CONTRATS
005140         PERFORM ABEND-PROG
005150     END-IF
005160     OPEN OUTPUT LISTING
005170     IF FS-LISTING NOT = ZERO THEN
005180         DISPLAY "ERR OPEN MESCONTR - FILE STATUS : ", FS-LISTING
005190         PERFORM ABEND-PROG
005200     END-IF.
005210
005220 FERM-FICHIERS.
005230     CLOSE CONTRATS
005240     IF FS-CONTRATS NOT = ZERO THEN
005250         DISPLAY "ERR CLOSE CONTRATS - FILE STATUS : ",
005260                 FS-CONTRATS
005270         PERFORM ABEND-PROG
005280     END-IF
005290     CLOSE LISTING
005300     IF FS-LISTING NOT = ZERO THEN
005310         DISPLAY "ERR CLOSE MESCONTR - FILE STATUS : ",
005320                 FS-LISTING
005330         PERFORM ABEND-PROG
005340     END-IF.
