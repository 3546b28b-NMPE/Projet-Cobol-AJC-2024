000100 IDENTIFICATION DIVISION.
000110  PROGRAM-ID.   CALREGIS.
000120
000130* REGISTRE DES RUNS DE LA CHAINE DE NUIT. CHAQUE PROGRAMME
000140* L'APPELLE AU DEBUT ('D') ET A LA FIN ('F') DE SON RUN :
000150*  - AU DEBUT, LE RUN EST INSCRIT POUR LA JOURNEE DE TRAITEMENT,
000160*    APRES CONTROLE DE SES PREREQUIS : CHAQUE ETAPE DE LA CHAINE
000170*    EXIGE QUE LE DERNIER RUN DE L'ETAPE QUI LA PRECEDE, POUR LA
000180*    MEME JOURNEE, SOIT TERMINE AVEC UN CODE RETOUR INFERIEUR A 8.
000190*    SINON LE RUN EST INSCRIT REFUSE ET ARRETE AVEC LE CODE RETOUR
000200*    12, AVANT TOUTE OUVERTURE DE FICHIER PAR L'APPELANT ;
000210*  - A LA FIN, LE RUN EST MARQUE TERMINE AVEC SON CODE RETOUR ET
000220*    SES COMPTEURS. UN RUN RESTE DEMARRE SANS FIN A ABENDE (OU EST
000230*    ENCORE EN COURS) ET BLOQUE LES ETAPES QUI LE SUIVENT.
000240* LA JOURNEE DE TRAITEMENT EST CELLE OUVERTE PAR REGISTRE EN TETE
000250* DE CHAINE, TANT QU'ELLE EST LA DATE DU JOUR OU LA VEILLE (CHAINE
000260* QUI PASSE MINUIT) ; SINON C'EST LA DATE DU JOUR. LE FICHIER
000270* N'EST OUVERT QUE LE TEMPS DE CHAQUE APPEL
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320* REGISTRE DES RUNS (MEME DEFINITION QUE LE PROGRAMME REGISTRE)
000330     SELECT RUNS ASSIGN TO FREGISTR
000340     ORGANIZATION IS INDEXED
000350     ACCESS MODE IS DYNAMIC
000360     RECORD KEY IS RX-CLE
000370     FILE STATUS IS FS-REGISTRE.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410* UN ENREGISTREMENT PAR RUN : JOURNEE DE TRAITEMENT, PROGRAMME (OU
000420* ETAPE EXTERNE COMME LA SAUVEGARDE) ET RANG DU RUN DANS LA
000430* JOURNEE. LA CLE '0000-00-00' EST L'ENTETE (JOURNEE EN COURS)
000440 FD RUNS.
000450 01 ENR-REGISTRE.
000460     05 RX-CLE.
000470         10 RX-DATE-METIER  PIC X(10).
000480         10 RX-PROGRAMME    PIC X(08).
000490         10 RX-RANG         PIC 9(04).
000500     05 RX-DETAIL.
000510         10 RX-MODE         PIC X(01).
000520* 'D' DEMARRE, 'T' TERMINE, 'R' REFUSE (PREREQUIS NON SATISFAIT)
000530         10 RX-STATUT       PIC X(01).
000540         10 RX-DATE-DEBUT   PIC X(10).
000550         10 RX-HEURE-DEBUT  PIC X(08).
000560         10 RX-DATE-FIN     PIC X(10).
000570         10 RX-HEURE-FIN    PIC X(08).
000580         10 RX-CODE-RETOUR  PIC 9(04).
000590         10 RX-COMPTEUR OCCURS 3.
000600             15 RX-LIB-NB   PIC X(12).
000610             15 RX-NB       PIC 9(07).
000620* PREREQUIS MANQUANT D'UN RUN REFUSE
000630         10 RX-MOTIF        PIC X(08).
000640     05 RX-TETE REDEFINES RX-DETAIL.
000650         10 RX-JOURNEE      PIC X(10).
000660         10 RX-DATE-OUVERTURE PIC X(10).
000670         10 FILLER          PIC X(87).
000680     05 FILLER              PIC X(20).
000690
000700 WORKING-STORAGE SECTION.
000710  77 FS-REGISTRE     PIC XX.
000720  77 WS-ANO          PIC 99.
000730
000740* ETAPES DE LA CHAINE DANS L'ORDRE, AVEC LES MODES QUI COMPTENT
000750* POUR L'ETAPE (A BLANC : TOUS) ET SES DEUX PREREQUIS AU PLUS.
000760* FACTURES N'EST UNE ETAPE DE LA CHAINE QU'EN LOT ET EN MENSUEL ;
000770* DISPFACT EXIGE AUSSI LE DERNIER RUN DE FACTURES, QU'UN RERUN
000780* ABENDE APRES CTRLFACT REND INEXPLOITABLE. SAUVEGAR EST LA
000790* SAUVEGARDE, SIGNALEE PAR REGISTRE EN FIN DE SON ETAPE JCL
000800  01 WS-TABLE-CHAINE-V.
000810      05 FILLER PIC X(27) VALUE 'GENCDES                    '.
000820      05 FILLER PIC X(27) VALUE 'FACTURESTM GENCDES         '.
000830      05 FILLER PIC X(27) VALUE 'CTRLFACT   FACTURES        '.
000840      05 FILLER PIC X(27) VALUE 'DISPFACT   CTRLFACTFACTURES'.
000850      05 FILLER PIC X(27) VALUE 'ACKFACT    DISPFACT        '.
000860      05 FILLER PIC X(27) VALUE 'ENCAISSE   ACKFACT         '.
000870      05 FILLER PIC X(27) VALUE 'RELANCES   ENCAISSE        '.
000880      05 FILLER PIC X(27) VALUE 'PRELEVE    ENCAISSE        '.
000890      05 FILLER PIC X(27) VALUE 'SAUVEGAR                   '.
000900      05 FILLER PIC X(27) VALUE 'PURGHIST   SAUVEGAR        '.
000910  01 WS-TABLE-CHAINE REDEFINES WS-TABLE-CHAINE-V.
000920      05 T-ETAPE OCCURS 10 TIMES.
000930          10 TE-PROGRAMME  PIC X(08).
000940          10 TE-MODES      PIC X(03).
000950          10 TE-PREREQUIS  PIC X(08) OCCURS 2.
000960  77 WS-NB-ETAPES    PIC 9(4) COMP VALUE 10.
000970  77 IX-ETAPE        PIC 9(4) COMP VALUE ZERO.
000980  77 IX-PREREQ       PIC 9(4) COMP VALUE ZERO.
000990  77 IX-ETAPE-PRQ    PIC 9(4) COMP VALUE ZERO.
001000  77 WS-IX-TROUVE    PIC 9(4) COMP VALUE ZERO.
001010
001020* DATE ET HEURE SYSTEME, DATE DU JOUR ET VEILLE (AAAA-MM-JJ)
001030  01 WS-DATE-SYS.
001040      05 WS-DATE-SYS-AAAA PIC X(04).
001050      05 WS-DATE-SYS-MM   PIC X(02).
001060      05 WS-DATE-SYS-JJ   PIC X(02).
001070  01 WS-DATE-SYS-N REDEFINES WS-DATE-SYS PIC 9(08).
001080  01 WS-DATE-SYS-ISO.
001090      05 WS-ISO-AAAA PIC X(04).
001100      05 FILLER      PIC X(01) VALUE '-'.
001110      05 WS-ISO-MM   PIC X(02).
001120      05 FILLER      PIC X(01) VALUE '-'.
001130      05 WS-ISO-JJ   PIC X(02).
001140  01 WS-DATE-VEILLE.
001150      05 WS-VEILLE-AAAA PIC X(04).
001160      05 WS-VEILLE-MM   PIC X(02).
001170      05 WS-VEILLE-JJ   PIC X(02).
001180  01 WS-DATE-VEILLE-N REDEFINES WS-DATE-VEILLE PIC 9(08).
001190  01 WS-DATE-VEILLE-ISO.
001200      05 WS-VISO-AAAA PIC X(04).
001210      05 FILLER       PIC X(01) VALUE '-'.
001220      05 WS-VISO-MM   PIC X(02).
001230      05 FILLER       PIC X(01) VALUE '-'.
001240      05 WS-VISO-JJ   PIC X(02).
001250  77 WS-JOUR-INT     PIC 9(08) VALUE ZERO.
001260  01 WS-HEURE-SYS.
001270      05 WS-HEURE-HH PIC X(02).
001280      05 WS-HEURE-MN PIC X(02).
001290      05 WS-HEURE-SS PIC X(02).
001300      05 WS-HEURE-CC PIC X(02).
001310  01 WS-HEURE-ED.
001320      05 WS-HED-HH   PIC X(02).
001330      05 FILLER      PIC X(01) VALUE ':'.
001340      05 WS-HED-MN   PIC X(02).
001350      05 FILLER      PIC X(01) VALUE ':'.
001360      05 WS-HED-SS   PIC X(02).
001370
001380* DERNIER RUN TROUVE POUR UN PROGRAMME DANS LA JOURNEE
001390  77 WS-PROG-CHERCHE PIC X(08) VALUE SPACES.
001400  77 WS-MODES-CHERCHE PIC X(03) VALUE SPACES.
001410  77 WS-DERNIER-RANG PIC 9(04) VALUE ZERO.
001420  77 WS-DERNIER-STATUT PIC X(01) VALUE SPACE.
001430      88 AUCUN-RUN             VALUE SPACE.
001440      88 RUN-DEMARRE           VALUE 'D'.
001450      88 RUN-TERMINE           VALUE 'T'.
001460      88 RUN-REFUSE            VALUE 'R'.
001470  77 WS-DERNIER-RC   PIC 9(04) VALUE ZERO.
001480  77 WS-SW-FIN-REG   PIC X(01) VALUE 'N'.
001490      88 FIN-REGISTRE          VALUE 'O'.
001500  77 WS-SW-REFUS     PIC X(01) VALUE 'N'.
001510      88 RUN-A-REFUSER         VALUE 'O'.
001520  77 WS-MOTIF        PIC X(08) VALUE SPACES.
001530
001540 LINKAGE SECTION.
001550  01 LK-REGISTRE.
001560* 'D' DEBUT DU RUN, 'F' FIN DU RUN
001570      05 LK-REG-FONCTION    PIC X(01).
001580      05 LK-REG-PROGRAMME   PIC X(08).
001590      05 LK-REG-MODE        PIC X(01).
001600* JOURNEE DE TRAITEMENT ET RANG DU RUN, RENDUS AU DEBUT ET REPRIS
001610* A LA FIN POUR RETROUVER L'ENREGISTREMENT DU RUN
001620      05 LK-REG-DATE-METIER PIC X(10).
001630      05 LK-REG-RANG        PIC 9(04).
001640      05 LK-REG-CODE-RETOUR PIC 9(04).
001650      05 LK-REG-COMPTEUR OCCURS 3.
001660          10 LK-REG-LIB-NB  PIC X(12).
001670          10 LK-REG-NB      PIC 9(07).
001680
001690 PROCEDURE DIVISION USING LK-REGISTRE.
001700     ACCEPT WS-DATE-SYS  FROM DATE YYYYMMDD
001710     ACCEPT WS-HEURE-SYS FROM TIME
001720     MOVE WS-DATE-SYS-AAAA TO WS-ISO-AAAA
001730     MOVE WS-DATE-SYS-MM   TO WS-ISO-MM
001740     MOVE WS-DATE-SYS-JJ   TO WS-ISO-JJ
001750     MOVE WS-HEURE-HH TO WS-HED-HH
001760     MOVE WS-HEURE-MN TO WS-HED-MN
001770     MOVE WS-HEURE-SS TO WS-HED-SS
001780     PERFORM OUV-REGISTRE
001790     EVALUATE LK-REG-FONCTION
001800         WHEN 'D'
001810             PERFORM DEBUTER-RUN
001820         WHEN 'F'
001830             PERFORM TERMINER-RUN
001840         WHEN OTHER
001850             DISPLAY "FONCTION REGISTRE INCONNUE : ",
001860                     LK-REG-FONCTION
001870             PERFORM ABEND-PROG
001880     END-EVALUATE
001890     PERFORM FERM-REGISTRE
001900     GOBACK.
001910
001920 ABEND-PROG.
001930       DISPLAY "ANOMALIE GRAVE : ", FS-REGISTRE
001940       COMPUTE WS-ANO = 1 / WS-ANO.
001950
001960* DEBUT DU RUN : JOURNEE DE TRAITEMENT, CONTROLE DES PREREQUIS DE
001970* L'ETAPE SI LE PROGRAMME EN EST UNE DANS CE MODE, PUIS
001980* INSCRIPTION DU RUN AU RANG SUIVANT DE LA JOURNEE. UN RUN REFUSE
001990* EST INSCRIT AVANT L'ARRET, POUR APPARAITRE A L'ETAT DU REGISTRE
002000 DEBUTER-RUN.
002010     PERFORM DETERMINER-JOURNEE
002020     MOVE 'N' TO WS-SW-REFUS
002030     MOVE SPACES TO WS-MOTIF
002040     MOVE LK-REG-PROGRAMME TO WS-PROG-CHERCHE
002050     PERFORM CHERCHER-ETAPE
002060     IF WS-IX-TROUVE > ZERO THEN
002070         MOVE WS-IX-TROUVE TO IX-ETAPE
002080         IF TE-MODES(IX-ETAPE) = SPACES
002090            OR (LK-REG-MODE NOT = SPACE
002100                AND (LK-REG-MODE = TE-MODES(IX-ETAPE)(1:1)
002110                  OR LK-REG-MODE = TE-MODES(IX-ETAPE)(2:1)
002120                  OR LK-REG-MODE = TE-MODES(IX-ETAPE)(3:1))) THEN
002130             PERFORM CONTROLER-PREREQUIS
002140                 VARYING IX-PREREQ FROM 1 BY 1
002150                 UNTIL IX-PREREQ > 2
002160         END-IF
002170     END-IF
002180
002190     MOVE LK-REG-PROGRAMME TO WS-PROG-CHERCHE
002200     MOVE SPACES TO WS-MODES-CHERCHE
002210     PERFORM CHERCHER-DERNIER-RUN
002220     COMPUTE LK-REG-RANG = WS-DERNIER-RANG + 1
002230
002240     MOVE SPACES             TO ENR-REGISTRE
002250     MOVE LK-REG-DATE-METIER TO RX-DATE-METIER
002260     MOVE LK-REG-PROGRAMME   TO RX-PROGRAMME
002270     MOVE LK-REG-RANG        TO RX-RANG
002280     MOVE LK-REG-MODE        TO RX-MODE
002290     MOVE WS-DATE-SYS-ISO    TO RX-DATE-DEBUT
002300     MOVE WS-HEURE-ED        TO RX-HEURE-DEBUT
002310     MOVE ZERO               TO RX-NB(1)
002320     MOVE ZERO               TO RX-NB(2)
002330     MOVE ZERO               TO RX-NB(3)
002340     IF RUN-A-REFUSER THEN
002350         MOVE 'R'            TO RX-STATUT
002360         MOVE 12             TO RX-CODE-RETOUR
002370         MOVE WS-MOTIF       TO RX-MOTIF
002380         MOVE WS-DATE-SYS-ISO TO RX-DATE-FIN
002390         MOVE WS-HEURE-ED    TO RX-HEURE-FIN
002400     ELSE
002410         MOVE 'D'            TO RX-STATUT
002420         MOVE ZERO           TO RX-CODE-RETOUR
002430     END-IF
002440     WRITE ENR-REGISTRE
002450     IF FS-REGISTRE NOT = ZERO AND FS-REGISTRE NOT = '02' THEN
002460         DISPLAY "ERR WRITE FREGISTR - FILE STATUS : ",
002470                 FS-REGISTRE
002480         PERFORM ABEND-PROG
002490     END-IF
002500
002510     IF RUN-A-REFUSER THEN
002520         DISPLAY "RUN REFUSE : ", LK-REG-PROGRAMME,
002530                 ", JOURNEE ", LK-REG-DATE-METIER,
002540                 ", PREREQUIS NON SATISFAIT : ", WS-MOTIF
002550         PERFORM FERM-REGISTRE
002560         MOVE 12 TO RETURN-CODE
002570         STOP RUN
002580     END-IF
002590     DISPLAY "RUN ", LK-REG-PROGRAMME, " INSCRIT AU REGISTRE, ",
002600             "JOURNEE ", LK-REG-DATE-METIER, " RANG ", LK-REG-RANG
002610     MOVE ZERO TO RETURN-CODE.
002620
002630* JOURNEE OUVERTE EN TETE DU REGISTRE SI ELLE EST LA DATE DU JOUR
002640* OU LA VEILLE, SINON LA DATE DU JOUR
002650 DETERMINER-JOURNEE.
002660     COMPUTE WS-JOUR-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-SYS-N)
002670                         - 1
002680     COMPUTE WS-DATE-VEILLE-N =
002690             FUNCTION DATE-OF-INTEGER(WS-JOUR-INT)
002700     MOVE WS-VEILLE-AAAA TO WS-VISO-AAAA
002710     MOVE WS-VEILLE-MM   TO WS-VISO-MM
002720     MOVE WS-VEILLE-JJ   TO WS-VISO-JJ
002730     MOVE WS-DATE-SYS-ISO TO LK-REG-DATE-METIER
002740     MOVE '0000-00-00' TO RX-DATE-METIER
002750     MOVE SPACES       TO RX-PROGRAMME
002760     MOVE ZERO         TO RX-RANG
002770     READ RUNS
002780     EVALUATE TRUE
002790         WHEN FS-REGISTRE = ZERO OR FS-REGISTRE = '02'
002800             IF RX-JOURNEE = WS-DATE-SYS-ISO
002810                OR RX-JOURNEE = WS-DATE-VEILLE-ISO THEN
002820                 MOVE RX-JOURNEE TO LK-REG-DATE-METIER
002830             END-IF
002840         WHEN FS-REGISTRE = '23'
002850             CONTINUE
002860         WHEN OTHER
002870             DISPLAY "ERR READ FREGISTR - FILE STATUS : ",
002880                     FS-REGISTRE
002890             PERFORM ABEND-PROG
002900     END-EVALUATE.
002910
002920 CHERCHER-ETAPE.
002930     MOVE ZERO TO WS-IX-TROUVE
002940     PERFORM VARYING IX-ETAPE-PRQ FROM 1 BY 1
002950             UNTIL IX-ETAPE-PRQ > WS-NB-ETAPES
002960                OR WS-IX-TROUVE > ZERO
002970         IF TE-PROGRAMME(IX-ETAPE-PRQ) = WS-PROG-CHERCHE THEN
002980             MOVE IX-ETAPE-PRQ TO WS-IX-TROUVE
002990         END-IF
003000     END-PERFORM.
003010
003020* LE DERNIER RUN DU PREREQUIS DANS LA JOURNEE, DANS LES MODES QUI
003030* COMPTENT POUR SON ETAPE, DOIT ETRE TERMINE AVEC UN CODE RETOUR
003040* INFERIEUR A 8 ; LE PREMIER PREREQUIS MANQUANT EST LE MOTIF
003050 CONTROLER-PREREQUIS.
003060     IF TE-PREREQUIS(IX-ETAPE, IX-PREREQ) NOT = SPACES THEN
003070         MOVE TE-PREREQUIS(IX-ETAPE, IX-PREREQ) TO WS-PROG-CHERCHE
003080         PERFORM CHERCHER-ETAPE
003090         IF WS-IX-TROUVE > ZERO THEN
003100             MOVE TE-MODES(WS-IX-TROUVE) TO WS-MODES-CHERCHE
003110         ELSE
003120             MOVE SPACES TO WS-MODES-CHERCHE
003130         END-IF
003140         PERFORM CHERCHER-DERNIER-RUN
003150         EVALUATE TRUE
003160             WHEN AUCUN-RUN
003170                 DISPLAY "PREREQUIS ", WS-PROG-CHERCHE,
003180                         " NON LANCE"
003190             WHEN RUN-DEMARRE
003200                 DISPLAY "PREREQUIS ", WS-PROG-CHERCHE,
003210                         " ABENDE OU EN COURS"
003220             WHEN RUN-REFUSE
003230                 DISPLAY "PREREQUIS ", WS-PROG-CHERCHE,
003240                         " REFUSE"
003250             WHEN WS-DERNIER-RC NOT < 8
003260                 DISPLAY "PREREQUIS ", WS-PROG-CHERCHE,
003270                         " TERMINE EN ERREUR, CODE RETOUR ",
003280                         WS-DERNIER-RC
003290             WHEN OTHER
003300                 CONTINUE
003310         END-EVALUATE
003320         IF NOT RUN-TERMINE OR WS-DERNIER-RC NOT < 8 THEN
003330             IF NOT RUN-A-REFUSER THEN
003340                 MOVE WS-PROG-CHERCHE TO WS-MOTIF
003350             END-IF
003360             MOVE 'O' TO WS-SW-REFUS
003370         END-IF
003380     END-IF.
003390
003400* PARCOURS DES RUNS DU PROGRAMME DANS LA JOURNEE, PAR RANG :
003410* DERNIER RANG, ET STATUT ET CODE RETOUR DU DERNIER RUN DANS LES
003420* MODES CHERCHES (A BLANC : TOUS)
003430 CHERCHER-DERNIER-RUN.
003440     MOVE ZERO   TO WS-DERNIER-RANG
003450     MOVE SPACE  TO WS-DERNIER-STATUT
003460     MOVE ZERO   TO WS-DERNIER-RC
003470     MOVE 'N'    TO WS-SW-FIN-REG
003480     MOVE LK-REG-DATE-METIER TO RX-DATE-METIER
003490     MOVE WS-PROG-CHERCHE    TO RX-PROGRAMME
003500     MOVE ZERO               TO RX-RANG
003510     START RUNS KEY NOT LESS THAN RX-CLE
003520     IF FS-REGISTRE NOT = ZERO THEN
003530         MOVE 'O' TO WS-SW-FIN-REG
003540     END-IF
003550     PERFORM UNTIL FIN-REGISTRE
003560         READ RUNS NEXT
003570         EVALUATE TRUE
003580             WHEN FS-REGISTRE = '10'
003590                 MOVE 'O' TO WS-SW-FIN-REG
003600             WHEN FS-REGISTRE NOT = ZERO
003610              AND FS-REGISTRE NOT = '02'
003620                 DISPLAY "ERR READ FREGISTR - FILE STATUS : ",
003630                         FS-REGISTRE
003640                 PERFORM ABEND-PROG
003650             WHEN RX-DATE-METIER NOT = LK-REG-DATE-METIER
003660               OR RX-PROGRAMME NOT = WS-PROG-CHERCHE
003670                 MOVE 'O' TO WS-SW-FIN-REG
003680             WHEN OTHER
003690                 MOVE RX-RANG TO WS-DERNIER-RANG
003700                 IF WS-MODES-CHERCHE = SPACES
003710                 OR (RX-MODE NOT = SPACE
003720                 AND (RX-MODE = WS-MODES-CHERCHE(1:1)
003730                   OR RX-MODE = WS-MODES-CHERCHE(2:1)
003740                   OR RX-MODE = WS-MODES-CHERCHE(3:1))) THEN
003750                     MOVE RX-STATUT      TO WS-DERNIER-STATUT
003760                     MOVE RX-CODE-RETOUR TO WS-DERNIER-RC
003770                 END-IF
003780         END-EVALUATE
003790     END-PERFORM.
003800
003810* FIN DU RUN : STATUT TERMINE, CODE RETOUR ET COMPTEURS. LE CODE
003820* RETOUR DE L'APPELANT LUI EST RENDU TEL QUEL
003830 TERMINER-RUN.
003840     MOVE LK-REG-DATE-METIER TO RX-DATE-METIER
003850     MOVE LK-REG-PROGRAMME   TO RX-PROGRAMME
003860     MOVE LK-REG-RANG        TO RX-RANG
003870     READ RUNS
003880     EVALUATE TRUE
003890         WHEN FS-REGISTRE = ZERO OR FS-REGISTRE = '02'
003900             MOVE 'T'                   TO RX-STATUT
003910             MOVE WS-DATE-SYS-ISO       TO RX-DATE-FIN
003920             MOVE WS-HEURE-ED           TO RX-HEURE-FIN
003930             MOVE LK-REG-CODE-RETOUR    TO RX-CODE-RETOUR
003940             MOVE LK-REG-COMPTEUR(1)    TO RX-COMPTEUR(1)
003950             MOVE LK-REG-COMPTEUR(2)    TO RX-COMPTEUR(2)
003960             MOVE LK-REG-COMPTEUR(3)    TO RX-COMPTEUR(3)
003970             REWRITE ENR-REGISTRE
003980             IF FS-REGISTRE NOT = ZERO THEN
003990                 DISPLAY "ERR REWRITE FREGISTR - FILE STATUS : ",
004000                         FS-REGISTRE
004010                 PERFORM ABEND-PROG
004020             END-IF
004030         WHEN FS-REGISTRE = '23'
004040             DISPLAY "RUN ABSENT DU REGISTRE : ",
004050                     LK-REG-PROGRAMME, " ", LK-REG-DATE-METIER,
004060                     " ", LK-REG-RANG
004070         WHEN OTHER
004080             DISPLAY "ERR READ FREGISTR - FILE STATUS : ",
004090                     FS-REGISTRE
004100             PERFORM ABEND-PROG
004110     END-EVALUATE
004120     MOVE LK-REG-CODE-RETOUR TO RETURN-CODE.
004130
004140* LE REGISTRE EST CREE VIDE AU PREMIER APPEL
004150 OUV-REGISTRE.
004160     OPEN I-O RUNS
004170     IF FS-REGISTRE = '35' THEN
004180         OPEN OUTPUT RUNS
004190         CLOSE RUNS
004200         OPEN I-O RUNS
004210     END-IF
004220     IF FS-REGISTRE NOT = ZERO AND FS-REGISTRE NOT = '02' THEN
004230         DISPLAY "ERR OPEN FREGISTR - FILE STATUS : ",
004240                 FS-REGISTRE
004250         PERFORM ABEND-PROG
004260     END-IF.
004270
004280 FERM-REGISTRE.
004290     CLOSE RUNS
004300     IF FS-REGISTRE NOT = ZERO THEN
004310         DISPLAY "ERR CLOSE FREGISTR - FILE STATUS : ",
004320                 FS-REGISTRE
004330         PERFORM ABEND-PROG
004340     END-IF.
