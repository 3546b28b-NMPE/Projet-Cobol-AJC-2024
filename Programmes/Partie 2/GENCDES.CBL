000100 IDENTIFICATION DIVISION.
000110  PROGRAM-ID.   GENCDES.
000120
000130 ENVIRONMENT DIVISION.
000140 CONFIGURATION SECTION.
000150  SPECIAL-NAMES.
000160      DECIMAL-POINT IS COMMA.
000170
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200* FICHIER MAITRE DES CONTRATS RECURRENTS (MAINTENANCE, LOCATION),
000210* TENU PAR MAJCONTR : CHAQUE CONTRAT PORTE SA PROCHAINE ECHEANCE,
000220* QUE LA GENERATION FAIT AVANCER A CHAQUE COMMANDE CREEE
000230     SELECT CONTRATS ASSIGN TO FCONTRAT
000240     ORGANIZATION IS INDEXED
000250     ACCESS MODE IS DYNAMIC
000260     RECORD KEY IS CT-NO
000270     FILE STATUS IS FS-CONTRATS.
000280
000290* LISTING DE LA GENERATION : COMMANDES CREEES, REPRISES APRES
000300* INTERRUPTION, CONTRATS EXPIRES ET CONTRATS IGNORES
000310     SELECT LISTING ASSIGN TO MESGENCD
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
000730      05 REG-PROGRAMME    PIC X(08) VALUE 'GENCDES'.
000730      05 REG-MODE         PIC X(01) VALUE SPACE.
000730      05 REG-DATE-METIER  PIC X(10).
000730      05 REG-RANG         PIC 9(04).
000730      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
000730      05 REG-COMPTEUR OCCURS 3.
000730          10 REG-LIB-NB   PIC X(12).
000730          10 REG-NB       PIC 9(07).
000740
000750* DATE DE GENERATION, RECUE EN SYSIN AU FORMAT AAAA-MM-JJ : TOUTE
000760* ECHEANCE ATTEINTE A CETTE DATE DONNE SA COMMANDE, Y COMPRIS LES
000770* ECHEANCES EN RETARD D'UN RUN NON PASSE
000780  77 WS-DATE-GEN    PIC X(10).
000790
000800* DECOMPOSITION AAAA-MM-JJ DE L'ECHEANCE POUR L'AVANCER DU NOMBRE
000810* DE MOIS DE LA PERIODICITE DU CONTRAT
000820  01 WS-DATE-DECOMP.
000830      05 WS-DATE-AAAA  PIC 9(4).
000840      05 FILLER        PIC X    VALUE '-'.
000850      05 WS-DATE-MM    PIC 9(2).
000860      05 FILLER        PIC X    VALUE '-'.
000870      05 WS-DATE-JJ    PIC 9(2).
000880* NOMBRE DE JOURS DE CHAQUE MOIS (FEVRIER AJUSTE LES ANNEES
000890* BISSEXTILES)
000900  01 WS-JOURS-MOIS-V   PIC X(24) VALUE '312831303130313130313031'.
000910  01 T-JOURS-MOIS REDEFINES WS-JOURS-MOIS-V.
000920      05 T-JOURS       PIC 9(02) OCCURS 12 TIMES.
000930  77 WS-NB-MOIS     PIC 9(02) VALUE ZERO.
000940  77 WS-JOUR-ANCRE  PIC 9(02) VALUE ZERO.
000950  77 WS-JOURS-MAX   PIC 9(02) VALUE ZERO.
000960  77 WS-QUOTIENT    PIC 9(4) COMP VALUE ZERO.
000970  77 WS-RESTE-4     PIC 9(4) COMP VALUE ZERO.
000980  77 WS-RESTE-100   PIC 9(4) COMP VALUE ZERO.
000990  77 WS-RESTE-400   PIC 9(4) COMP VALUE ZERO.
001000
001010* DERNIER NUMERO DE COMMANDE DE ORDERS, RELU UNE FOIS EN DEBUT DE
001020* RUN PUIS AVANCE A CHAQUE COMMANDE GENEREE ; LES NUMEROS DE
001030* COMMANDE SONT NUMERIQUES SUR TROIS POSITIONS
001040  77 WS-MAX-O-NO    PIC X(03) VALUE SPACES.
001050  77 WS-IND-MAX     PIC S9(4) COMP VALUE ZERO.
001060  01 WS-O-NO-GEN    PIC X(03) VALUE SPACES.
001070  01 WS-O-NO-GEN-N REDEFINES WS-O-NO-GEN PIC 9(03).
001080  77 WS-DERNIER-O-NO PIC 9(03) VALUE ZERO.
001090* RESULTAT DU CONTROLE D'EXISTENCE D'UNE COMMANDE EN REPRISE
001100  77 WS-NB-TROUVES  PIC S9(9) COMP VALUE ZERO.
001110
001120* FIN DU PARCOURS DU FICHIER DES CONTRATS
001130  77 WS-SW-CONTRATS PIC X(01) VALUE 'N'.
001140      88 FIN-CONTRATS          VALUE 'O'.
001150* PLUS D'ECHEANCE A GENERER POUR LE CONTRAT EN COURS
001160  77 WS-SW-CONTRAT  PIC X(01) VALUE 'N'.
001170      88 CONTRAT-TRAITE        VALUE 'O'.
001180* TOUS LES PRODUITS DU CONTRAT EXISTENT DANS PRODUCTS
001190  77 WS-SW-PRODUITS PIC X(01) VALUE 'N'.
001200      88 PRODUITS-VALIDES      VALUE 'O'.
001210  77 WS-P-NO-ABSENT PIC X(03) VALUE SPACES.
001220
001230* PRIX DE CHAQUE LIGNE DE LA COMMANDE A GENERER : PRIX CONVENU AU
001240* CONTRAT, A DEFAUT PRIX CATALOGUE RELU PENDANT LE CONTROLE
001250  01 T-PRIX-GEN.
001260      05 TP-PRIX        PIC S9(7)V99 COMP-3 OCCURS 10 TIMES.
001270  77 WS-LIGNE-I     PIC 9(4) COMP VALUE ZERO.
001280
001290* CUMULS DE CONTROLE DU RUN DE GENERATION
001300  77 WS-NB-LUS       PIC 9(6) VALUE ZERO.
001310  77 WS-NB-GENEREES  PIC 9(6) VALUE ZERO.
001320  77 WS-NB-REPRISES  PIC 9(6) VALUE ZERO.
001330  77 WS-NB-EXPIRES   PIC 9(6) VALUE ZERO.
001340  77 WS-NB-IGNORES   PIC 9(6) VALUE ZERO.
001350
001360  01 L-GEN-SEPARATEUR.
001370      05 FILLER  PIC X(69) VALUE ALL '='.
001380
001390  01 L-GEN-TITRE.
001400      05 FILLER  PIC X(38)
001410       VALUE 'GENERATION DES COMMANDES DE CONTRATS'.
001420      05 FILLER  PIC X(10) VALUE 'ECHEANCES '.
001430      05 FILLER  PIC X(03) VALUE 'AU '.
001440      05 GT-DATE PIC X(10).
001450      05 FILLER  PIC X(08) VALUE ALL ' '.
001460
001470  01 L-GEN-COLONNES.
001480      05 FILLER  PIC X(69)
001490       VALUE 'CONTRAT NO     CLI ECHEANCE   SUITE DONNEE'.
001500
001510  01 L-GEN-LIGNE.
001520      05 FILLER     PIC X(08) VALUE 'CONTRAT '.
001530      05 LG-NO      PIC X(06).
001540      05 FILLER     PIC X(01) VALUE SPACE.
001550      05 LG-C-NO    PIC X(03).
001560      05 FILLER     PIC X(01) VALUE SPACE.
001570      05 LG-DATE    PIC X(10).
001580      05 FILLER     PIC X(01) VALUE SPACE.
001590      05 LG-SUITE   PIC X(39).
001600
001610  01 L-GEN-LUS.
001620      05 FILLER    PIC X(30)
001630       VALUE 'CONTRATS LUS                :'.
001640      05 ED-GEN-LUS PIC Z(6)9.
001650      05 FILLER    PIC X(32) VALUE ALL ' '.
001660
001670  01 L-GEN-CREEES.
001680      05 FILLER    PIC X(30)
001690       VALUE 'COMMANDES GENEREES          :'.
001700      05 ED-GEN-CREEES PIC Z(6)9.
001710      05 FILLER    PIC X(32) VALUE ALL ' '.
001720
001730  01 L-GEN-REPRISES.
001740      05 FILLER    PIC X(30)
001750       VALUE 'COMMANDES REPRISES          :'.
001760      05 ED-GEN-REPRISES PIC Z(6)9.
001770      05 FILLER    PIC X(32) VALUE ALL ' '.
001780
001790  01 L-GEN-EXPIRES.
001800      05 FILLER    PIC X(30)
001810       VALUE 'CONTRATS EXPIRES            :'.
001820      05 ED-GEN-EXPIRES PIC Z(6)9.
001830      05 FILLER    PIC X(32) VALUE ALL ' '.
001840
001850  01 L-GEN-IGNORES.
001860      05 FILLER    PIC X(30)
001870       VALUE 'CONTRATS IGNORES            :'.
001880      05 ED-GEN-IGNORES PIC Z(6)9.
001890      05 FILLER    PIC X(32) VALUE ALL ' '.
001900
001910     EXEC SQL
001920       INCLUDE SQLCA
001930     END-EXEC
001940
001950     EXEC SQL
001960       INCLUDE ORDERS
001970     END-EXEC
001980
001990     EXEC SQL
002000       INCLUDE ITEMS
002010     END-EXEC
002020
002030     EXEC SQL
002040       INCLUDE PROD
002050     END-EXEC
002060
002070 PROCEDURE DIVISION.
002080
002090****** RECEPTION DE LA DATE DE GENERATION *****
002100     ACCEPT WS-DATE-GEN FROM SYSIN
002110
002120****** INSCRIPTION DU RUN AU REGISTRE DE LA CHAINE *****
002120     MOVE 'D' TO REG-FONCTION
002120     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
002120
002120*******OUVERTURE DES FICHIERS*******
002130     PERFORM OUV-FICHIERS
002140     PERFORM LIRE-DERNIER-O-NO
002150
002160     MOVE WS-DATE-GEN TO GT-DATE
002170     WRITE ENR-LISTING FROM L-GEN-SEPARATEUR
002180     WRITE ENR-LISTING FROM L-GEN-TITRE
002190     WRITE ENR-LISTING FROM L-GEN-SEPARATEUR
002200     WRITE ENR-LISTING FROM L-GEN-COLONNES
002210
002220****** PARCOURS DES CONTRATS *****
002230     MOVE LOW-VALUES TO CT-NO
002240     START CONTRATS KEY NOT LESS THAN CT-NO
002250     IF FS-CONTRATS NOT = ZERO THEN
002260         MOVE 'O' TO WS-SW-CONTRATS
002270     END-IF
002280     PERFORM UNTIL FIN-CONTRATS
002290         PERFORM LIRE-CONTRAT-SUIVANT
002300         IF NOT FIN-CONTRATS THEN
002310             PERFORM TRAITER-CONTRAT
002320         END-IF
002330     END-PERFORM
002340
002350     PERFORM ECRITURE-CONTROLE
002360     PERFORM FERM-FICHIERS
002370     PERFORM ENREGISTRER-FIN-RUN
002370     GOBACK.
002380
002390 TEST-SQLCODE.
002400      EVALUATE TRUE
002410         WHEN SQLCODE = ZERO
002420                 CONTINUE
002430          WHEN SQLCODE > 0
002440              IF SQLCODE = +100
002450                  DISPLAY "JEU DE DONNEES VIDE OU FINI"
002460              ELSE
002470                  DISPLAY "WARNING : ", SQLCODE
002480              END-IF
002490          WHEN SQLCODE < ZERO
002500              PERFORM ABEND-PROG
002510      END-EVALUATE.
002520
002530 ABEND-PROG.
002540       DISPLAY "ANOMALIE GRAVE : ", SQLCODE, " ", FS-CONTRATS,
002550               " ", FS-LISTING
002560       COMPUTE WS-ANO = 1 / WS-ANO.
002560
002560* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
002560* COMPTEURS
002560 ENREGISTRER-FIN-RUN.
002560     MOVE 'F'         TO REG-FONCTION
002560     MOVE RETURN-CODE TO REG-CODE-RETOUR
002560     MOVE 'CONTRATS'     TO REG-LIB-NB(1)
002560     MOVE WS-NB-LUS      TO REG-NB(1)
002560     MOVE 'GENEREES'     TO REG-LIB-NB(2)
002560     MOVE WS-NB-GENEREES TO REG-NB(2)
002560     MOVE 'IGNORES'      TO REG-LIB-NB(3)
002560     MOVE WS-NB-IGNORES  TO REG-NB(3)
002560     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
002570
002580* DERNIER NUMERO DE COMMANDE ATTRIBUE DANS ORDERS ; LES COMMANDES
002590* GENEREES PRENNENT LES NUMEROS SUIVANTS. LE RUN PASSE AVANT
002600* FACTURES, HORS SAISIE DES COMMANDES
002610 LIRE-DERNIER-O-NO.
002620     EXEC SQL
002630         SELECT MAX(O_NO)
002640         INTO :WS-MAX-O-NO :WS-IND-MAX
002650         FROM ORDERS
002660     END-EXEC
002670     PERFORM TEST-SQLCODE
002680     IF WS-IND-MAX < ZERO THEN
002690         MOVE ZERO TO WS-DERNIER-O-NO
002700     ELSE
002710         IF WS-MAX-O-NO NOT NUMERIC THEN
002720             DISPLAY "NUMERO DE COMMANDE NON NUMERIQUE : ",
002730                     WS-MAX-O-NO
002740             PERFORM ABEND-PROG
002750         END-IF
002760         MOVE WS-MAX-O-NO TO WS-O-NO-GEN
002770         MOVE WS-O-NO-GEN-N TO WS-DERNIER-O-NO
002780     END-IF.
002790
002800 LIRE-CONTRAT-SUIVANT.
002810     READ CONTRATS NEXT
002820     EVALUATE TRUE
002830         WHEN FS-CONTRATS = ZERO OR FS-CONTRATS = '02'
002840             CONTINUE
002850         WHEN FS-CONTRATS = '10'
002860             MOVE 'O' TO WS-SW-CONTRATS
002870         WHEN OTHER
002880             DISPLAY "ERR READ CONTRATS - FILE STATUS : ",
002890                     FS-CONTRATS
002900             PERFORM ABEND-PROG
002910     END-EVALUATE.
002920
002930* UN CONTRAT ACTIF DONNE UNE COMMANDE PAR ECHEANCE ATTEINTE ; UNE
002940* GENERATION INTERROMPUE EST D'ABORD SOLDEE, PUIS LES ECHEANCES
002950* SONT DEROULEES JUSQU'A LA DATE DE GENERATION OU AU TERME
002960 TRAITER-CONTRAT.
002970     ADD 1 TO WS-NB-LUS
002980     IF CT-STATUT NOT = 'E' THEN
002990         IF CT-O-NO-ENCOURS NOT = SPACES THEN
003000             PERFORM REPRENDRE-GENERATION
003010         END-IF
003020         MOVE 'N' TO WS-SW-CONTRAT
003030         PERFORM UNTIL CONTRAT-TRAITE
003040             PERFORM EXAMINER-ECHEANCE
003050         END-PERFORM
003060     END-IF.
003070
003080* L'ECHEANCE EST AU DELA DU TERME : LE CONTRAT EXPIRE DES QUE LE
003090* TERME EST PASSE ; SINON ELLE EST GENEREE SI ELLE EST ATTEINTE
003100* ET SI TOUS SES PRODUITS EXISTENT ENCORE. UN CONTRAT IGNORE NE
003110* BOUGE PAS : IL REVIENT AU RUN SUIVANT, UNE FOIS LE CATALOGUE OU
003120* LE CONTRAT CORRIGE
003130 EXAMINER-ECHEANCE.
003140     EVALUATE TRUE
003150         WHEN CT-DATE-FIN NOT = SPACES
003160          AND CT-DATE-PROCHAINE > CT-DATE-FIN
003170             IF WS-DATE-GEN > CT-DATE-FIN THEN
003180                 PERFORM EXPIRER-CONTRAT
003190             END-IF
003200             MOVE 'O' TO WS-SW-CONTRAT
003210         WHEN CT-DATE-PROCHAINE > WS-DATE-GEN
003220             MOVE 'O' TO WS-SW-CONTRAT
003230         WHEN OTHER
003240             PERFORM CONTROLER-PRODUITS
003250             IF PRODUITS-VALIDES THEN
003260                 PERFORM GENERER-COMMANDE
003270             ELSE
003280                 PERFORM IGNORER-CONTRAT
003290                 MOVE 'O' TO WS-SW-CONTRAT
003300             END-IF
003310     END-EVALUATE.
003320
003330* GENERATION INTERROMPUE : SI LA COMMANDE A ETE VALIDEE DANS
003340* ORDERS, L'ECHEANCE EST ENTERINEE SANS RIEN RECREER, SINON LA
003350* MARQUE EST EFFACEE ET L'ECHEANCE SERA GENEREE NORMALEMENT
003360 REPRENDRE-GENERATION.
003370     MOVE CT-O-NO-ENCOURS TO ORD-O-NO
003380     MOVE CT-C-NO TO ORD-C-NO
003390     EXEC SQL
003400         SELECT COUNT(*)
003410         INTO :WS-NB-TROUVES
003420         FROM ORDERS
003430         WHERE O_NO = :ORD-O-NO
003440         AND C_NO = :ORD-C-NO
003450     END-EXEC
003460     PERFORM TEST-SQLCODE
003470     IF WS-NB-TROUVES > ZERO THEN
003480         MOVE CT-O-NO-ENCOURS TO WS-O-NO-GEN
003490         MOVE CT-DATE-PROCHAINE TO LG-DATE
003500         PERFORM ENTERINER-ECHEANCE
003510         ADD 1 TO WS-NB-REPRISES
003520         MOVE SPACES TO LG-SUITE
003530         STRING 'REPRISE : COMMANDE ' DELIMITED BY SIZE
003540                WS-O-NO-GEN DELIMITED BY SIZE
003550                ' DEJA CREEE' DELIMITED BY SIZE
003560                INTO LG-SUITE
003570         END-STRING
003580         PERFORM ECRITURE-LIGNE
003590     ELSE
003600         MOVE SPACES TO CT-O-NO-ENCOURS
003610         PERFORM ECRITURE-CONTRAT
003620     END-IF.
003630
003640* CHAQUE PRODUIT DU CONTRAT DOIT EXISTER DANS PRODUCTS ; LE PRIX
003650* DE LA LIGNE EST RETENU AU PASSAGE
003660 CONTROLER-PRODUITS.
003670     MOVE 'O' TO WS-SW-PRODUITS
003680     MOVE SPACES TO WS-P-NO-ABSENT
003690     PERFORM CONTROLER-PRODUIT
003700         VARYING WS-LIGNE-I FROM 1 BY 1
003710         UNTIL WS-LIGNE-I > CT-NB-LIGNES
003720            OR NOT PRODUITS-VALIDES.
003730
003740 CONTROLER-PRODUIT.
003750     MOVE CT-P-NO(WS-LIGNE-I) TO PROD-P-NO
003760     EXEC SQL
003770         SELECT PRICE
003780         INTO :PROD-PRICE
003790         FROM PRODUCTS
003800         WHERE P_NO = :PROD-P-NO
003810     END-EXEC
003820     EVALUATE TRUE
003830         WHEN SQLCODE = +100
003840             MOVE 'N' TO WS-SW-PRODUITS
003850             MOVE CT-P-NO(WS-LIGNE-I) TO WS-P-NO-ABSENT
003860         WHEN SQLCODE NOT = ZERO
003860             DISPLAY "ANOMALIE GRAVE : ", SQLCODE
003860             PERFORM ABEND-PROG
003880         WHEN CT-PRIX(WS-LIGNE-I) > ZERO
003890             MOVE CT-PRIX(WS-LIGNE-I) TO TP-PRIX(WS-LIGNE-I)
003900         WHEN OTHER
003910             MOVE PROD-PRICE TO TP-PRIX(WS-LIGNE-I)
003920     END-EVALUATE.
003930
003940* CREATION DE LA COMMANDE DE L'ECHEANCE : LA MARQUE DE GENERATION
003950* EN COURS EST POSEE SUR LE CONTRAT AVANT LES INSERTIONS, LA
003960* COMMANDE ET SES LIGNES SONT VALIDEES ENSEMBLE, PUIS L'ECHEANCE
003970* EST ENTERINEE. UNE ECHEANCE N'EST DONC JAMAIS GENEREE DEUX FOIS
003980 GENERER-COMMANDE.
003990     IF WS-DERNIER-O-NO = 999 THEN
004000         DISPLAY "NUMEROTATION DES COMMANDES EPUISEE"
004010         PERFORM ABEND-PROG
004020     END-IF
004030     ADD 1 TO WS-DERNIER-O-NO
004040     MOVE WS-DERNIER-O-NO TO WS-O-NO-GEN-N
004050     MOVE WS-O-NO-GEN TO CT-O-NO-ENCOURS
004060     PERFORM ECRITURE-CONTRAT
004070
004080     MOVE WS-O-NO-GEN       TO ORD-O-NO
004090     MOVE CT-S-NO           TO ORD-S-NO
004100     MOVE CT-C-NO           TO ORD-C-NO
004110     MOVE CT-DATE-PROCHAINE TO ORD-O-DATE
004120     EXEC SQL
004130         INSERT INTO ORDERS
004140                (O_NO, S_NO, C_NO, O_DATE, BILLED_FLAG)
004150         VALUES (:ORD-O-NO, :ORD-S-NO, :ORD-C-NO, :ORD-O-DATE,
004160                 'N')
004170     END-EXEC
004180     PERFORM TEST-SQLCODE
004190     PERFORM INSERER-LIGNE
004200         VARYING WS-LIGNE-I FROM 1 BY 1
004210         UNTIL WS-LIGNE-I > CT-NB-LIGNES
004220     EXEC SQL COMMIT END-EXEC
004230     PERFORM TEST-SQLCODE
004240
004250     MOVE CT-DATE-PROCHAINE TO LG-DATE
004260     PERFORM ENTERINER-ECHEANCE
004270     ADD 1 TO WS-NB-GENEREES
004280     MOVE SPACES TO LG-SUITE
004290     STRING 'COMMANDE ' DELIMITED BY SIZE
004300            WS-O-NO-GEN DELIMITED BY SIZE
004310            ' GENEREE' DELIMITED BY SIZE
004320            INTO LG-SUITE
004330     END-STRING
004340     PERFORM ECRITURE-LIGNE.
004350
004360 INSERER-LIGNE.
004370     MOVE WS-O-NO-GEN             TO ITEM-O-NO
004380     MOVE CT-P-NO(WS-LIGNE-I)     TO ITEM-P-NO
004390     MOVE CT-QUANTITE(WS-LIGNE-I) TO ITEM-QUANTITY
004400     MOVE TP-PRIX(WS-LIGNE-I)     TO ITEM-PRICE
004410     EXEC SQL
004420         INSERT INTO ITEMS
004430                (O_NO, P_NO, QUANTITY, PRICE)
004440         VALUES (:ITEM-O-NO, :ITEM-P-NO, :ITEM-QUANTITY,
004450                 :ITEM-PRICE)
004460     END-EXEC
004470     PERFORM TEST-SQLCODE.
004480
004490* L'ECHEANCE GENEREE DEVIENT LA DERNIERE, LA SUIVANTE EST AVANCEE
004500* DE LA PERIODICITE DU CONTRAT ET LA MARQUE EST EFFACEE
004510 ENTERINER-ECHEANCE.
004520     MOVE WS-O-NO-GEN       TO CT-DERNIER-O-NO
004530     MOVE CT-DATE-PROCHAINE TO CT-DATE-DERNIERE
004540     PERFORM AVANCER-ECHEANCE
004550     MOVE SPACES TO CT-O-NO-ENCOURS
004560     PERFORM ECRITURE-CONTRAT.
004570
004580* L'ECHEANCE GARDE LE JOUR DU DEBUT DU CONTRAT, RAMENE AU DERNIER
004590* JOUR DU MOIS QUAND CE MOIS EST PLUS COURT (UN CONTRAT DU 31
004600* TOMBE LE 28 OU LE 29 FEVRIER, PUIS REVIENT AU 31 EN MARS)
004610 AVANCER-ECHEANCE.
004620     EVALUATE CT-FREQUENCE
004630         WHEN 'T'
004640             MOVE 3 TO WS-NB-MOIS
004650         WHEN 'S'
004660             MOVE 6 TO WS-NB-MOIS
004670         WHEN 'A'
004680             MOVE 12 TO WS-NB-MOIS
004690         WHEN OTHER
004700             MOVE 1 TO WS-NB-MOIS
004710     END-EVALUATE
004720     MOVE CT-DATE-DEBUT TO WS-DATE-DECOMP
004730     MOVE WS-DATE-JJ TO WS-JOUR-ANCRE
004740     MOVE CT-DATE-PROCHAINE TO WS-DATE-DECOMP
004750     ADD WS-NB-MOIS TO WS-DATE-MM
004760     IF WS-DATE-MM > 12 THEN
004770         SUBTRACT 12 FROM WS-DATE-MM
004780         ADD 1 TO WS-DATE-AAAA
004790     END-IF
004800     MOVE T-JOURS(WS-DATE-MM) TO WS-JOURS-MAX
004810     IF WS-DATE-MM = 2 THEN
004820         DIVIDE WS-DATE-AAAA BY 4 GIVING WS-QUOTIENT
004830                REMAINDER WS-RESTE-4
004840         DIVIDE WS-DATE-AAAA BY 100 GIVING WS-QUOTIENT
004850                REMAINDER WS-RESTE-100
004860         DIVIDE WS-DATE-AAAA BY 400 GIVING WS-QUOTIENT
004870                REMAINDER WS-RESTE-400
004880         IF WS-RESTE-400 = ZERO
004890            OR (WS-RESTE-4 = ZERO
004900                AND WS-RESTE-100 NOT = ZERO) THEN
004910             MOVE 29 TO WS-JOURS-MAX
004920         END-IF
004930     END-IF
004940     IF WS-JOUR-ANCRE > WS-JOURS-MAX THEN
004950         MOVE WS-JOURS-MAX TO WS-DATE-JJ
004960     ELSE
004970         MOVE WS-JOUR-ANCRE TO WS-DATE-JJ
004980     END-IF
004990     MOVE WS-DATE-DECOMP TO CT-DATE-PROCHAINE.
005000
005010 EXPIRER-CONTRAT.
005020     MOVE 'E' TO CT-STATUT
005030     PERFORM ECRITURE-CONTRAT
005040     ADD 1 TO WS-NB-EXPIRES
005050     MOVE CT-DATE-FIN TO LG-DATE
005060     MOVE 'EXPIRE, PLUS D''ECHEANCE A GENERER' TO LG-SUITE
005070     PERFORM ECRITURE-LIGNE.
005080
005090 IGNORER-CONTRAT.
005100     ADD 1 TO WS-NB-IGNORES
005110     MOVE CT-DATE-PROCHAINE TO LG-DATE
005120     MOVE SPACES TO LG-SUITE
005130     STRING 'IGNORE : PRODUIT ' DELIMITED BY SIZE
005140            WS-P-NO-ABSENT DELIMITED BY SIZE
005150            ' ABSENT DE PRODUCTS' DELIMITED BY SIZE
005160            INTO LG-SUITE
005170     END-STRING
005180     PERFORM ECRITURE-LIGNE.
005190
005200 ECRITURE-CONTRAT.
005210     REWRITE ENR-CONTRAT
005220     IF FS-CONTRATS NOT = ZERO THEN
005230         DISPLAY "ERR REWRITE CONTRATS - FILE STATUS : ",
005240                 FS-CONTRATS
005250         PERFORM ABEND-PROG
005260     END-IF.
005270
005280 ECRITURE-LIGNE.
005290     MOVE CT-NO   TO LG-NO
005300     MOVE CT-C-NO TO LG-C-NO
005310     WRITE ENR-LISTING FROM L-GEN-LIGNE
005320     IF FS-LISTING NOT = ZERO THEN
005330         DISPLAY "ERR WRITE MESGENCD - FILE STATUS : ",
005340                 FS-LISTING
005350         PERFORM ABEND-PROG
005360     END-IF.
005370
005380 ECRITURE-CONTROLE.
005390     MOVE WS-NB-LUS      TO ED-GEN-LUS
005400     MOVE WS-NB-GENEREES TO ED-GEN-CREEES
005410     MOVE WS-NB-REPRISES TO ED-GEN-REPRISES
005420     MOVE WS-NB-EXPIRES  TO ED-GEN-EXPIRES
005430     MOVE WS-NB-IGNORES  TO ED-GEN-IGNORES
005440     WRITE ENR-LISTING FROM L-GEN-SEPARATEUR
005450     WRITE ENR-LISTING FROM L-GEN-LUS
005460     WRITE ENR-LISTING FROM L-GEN-CREEES
005470     WRITE ENR-LISTING FROM L-GEN-REPRISES
005480     WRITE ENR-LISTING FROM L-GEN-EXPIRES
005490     WRITE ENR-LISTING FROM L-GEN-IGNORES
005500     WRITE ENR-LISTING FROM L-GEN-SEPARATEUR.
005510
005510* AUCUN CONTRAT ENCORE SAISI (MAJCONTR JAMAIS PASSE) : LE FICHIER
005510* EST CREE VIDE, COMME DANS MAJCONTR, ET LE RUN NE GENERE RIEN
005520 OUV-FICHIERS.
005530     OPEN I-O CONTRATS
005530     IF FS-CONTRATS = '35' THEN
005530         OPEN OUTPUT CONTRATS
005530         CLOSE CONTRATS
005530         OPEN I-O CONTRATS
005530     END-IF
005540     IF FS-CONTRATS NOT = ZERO AND FS-CONTRATS NOT = '02' THEN
005550         DISPLAY "ERR OPEN CONTRATS - FILE STATUS : ", FS-CONTRATS
005560         PERFORM ABEND-PROG
005570     END-IF
005580     OPEN OUTPUT LISTING
005590     IF FS-LISTING NOT = ZERO THEN
005600         DISPLAY "ERR OPEN MESGENCD - FILE STATUS : ", FS-LISTING
005610         PERFORM ABEND-PROG
005620     END-IF.
005630
005640 FERM-FICHIERS.
005650     CLOSE CONTRATS
005660     IF FS-CONTRATS NOT = ZERO THEN
005670         DISPLAY "ERR CLOSE CONTRATS - FILE STATUS : ",
005680                 FS-CONTRATS
005690         PERFORM ABEND-PROG
005700     END-IF
005710     CLOSE LISTING
005720     IF FS-LISTING NOT = ZERO THEN
005730         DISPLAY "ERR CLOSE MESGENCD - FILE STATUS : ",
005740                 FS-LISTING
005750         PERFORM ABEND-PROG
005760     END-IF.
