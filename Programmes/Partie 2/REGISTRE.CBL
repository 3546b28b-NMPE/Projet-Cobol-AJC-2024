000100 IDENTIFICATION DIVISION.
000110  PROGRAM-ID.   REGISTRE.
000120
000130* EXPLOITATION DU REGISTRE DES RUNS DE LA CHAINE DE NUIT, TENU
000140* PAR LE SOUS-PROGRAMME CALREGIS. SYSIN : L'ACTION, PUIS SON
000150* PARAMETRE :
000160*  - 'O' OUVRE LA JOURNEE DE TRAITEMENT (AAAA-MM-JJ, LE JOUR MEME
000170*    OU LA VEILLE), PREMIERE ETAPE DE LA CHAINE : LES RUNS DE LA
000180*    NUIT SONT RATTACHES A CETTE JOURNEE MEME APRES MINUIT ;
000190*  - 'S' SIGNALE UNE ETAPE EXTERNE TERMINEE (NOM SUR 8 CARACTERES,
000200*    SAUVEGAR POUR LA SAUVEGARDE QUI PRECEDE PURGHIST), EN FIN DE
000210*    L'ETAPE JCL CONCERNEE ET SEULEMENT SI ELLE A REUSSI ;
000220*  - 'E' EDITE L'ETAT DU REGISTRE POUR LA JOURNEE DONNEE (A
000230*    BLANC : LA JOURNEE EN COURS) : ETAT DE CHAQUE ETAPE DE LA
000240*    CHAINE (TERMINEE, EN ERREUR, ABENDEE, SAUTEE OU EN ATTENTE)
000250*    PUIS LE DETAIL DE TOUS LES RUNS INSCRITS, AVEC LEURS
000260*    COMPTEURS. CODE RETOUR 8 SI UNE ETAPE N'EST PAS TERMINEE AVEC
000270*    SUCCES
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320* REGISTRE DES RUNS (MEME DEFINITION QUE CALREGIS)
000330     SELECT RUNS ASSIGN TO FREGISTR
000340     ORGANIZATION IS INDEXED
000350     ACCESS MODE IS DYNAMIC
000360     RECORD KEY IS RX-CLE
000370     FILE STATUS IS FS-REGISTRE.
000380
000390* ETAT DU REGISTRE POUR L'EQUIPE DU MATIN
000400     SELECT ETAT ASSIGN TO MESREGIS
000410     ORGANIZATION IS SEQUENTIAL
000420     FILE STATUS IS FS-ETAT.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460* UN ENREGISTREMENT PAR RUN : JOURNEE DE TRAITEMENT, PROGRAMME (OU
000470* ETAPE EXTERNE COMME LA SAUVEGARDE) ET RANG DU RUN DANS LA
000480* JOURNEE. LA CLE '0000-00-00' EST L'ENTETE (JOURNEE EN COURS)
000490 FD RUNS.
000500 01 ENR-REGISTRE.
000510     05 RX-CLE.
000520         10 RX-DATE-METIER  PIC X(10).
000530         10 RX-PROGRAMME    PIC X(08).
000540         10 RX-RANG         PIC 9(04).
000550     05 RX-DETAIL.
000560         10 RX-MODE         PIC X(01).
000570* 'D' DEMARRE, 'T' TERMINE, 'R' REFUSE (PREREQUIS NON SATISFAIT)
000580         10 RX-STATUT       PIC X(01).
000590         10 RX-DATE-DEBUT   PIC X(10).
000600         10 RX-HEURE-DEBUT  PIC X(08).
000610         10 RX-DATE-FIN     PIC X(10).
000620         10 RX-HEURE-FIN    PIC X(08).
000630         10 RX-CODE-RETOUR  PIC 9(04).
000640         10 RX-COMPTEUR OCCURS 3.
000650             15 RX-LIB-NB   PIC X(12).
000660             15 RX-NB       PIC 9(07).
000670* PREREQUIS MANQUANT D'UN RUN REFUSE
000680         10 RX-MOTIF        PIC X(08).
000690     05 RX-TETE REDEFINES RX-DETAIL.
000700         10 RX-JOURNEE      PIC X(10).
000710         10 RX-DATE-OUVERTURE PIC X(10).
000720         10 FILLER          PIC X(87).
000730     05 FILLER              PIC X(20).
000740
000750 FD ETAT.
000760 01 ENR-ETAT PIC X(69).
000770
000780 WORKING-STORAGE SECTION.
000790  77 FS-REGISTRE PIC XX.
000800  77 FS-ETAT     PIC 99.
000810  77 WS-ANO      PIC 99.
000820
000830* ACTION ET PARAMETRE RECUS EN SYSIN
000840  77 WS-ACTION      PIC X(01) VALUE SPACE.
000850      88 ACTION-OUVERTURE      VALUE 'O'.
000860      88 ACTION-SIGNAL         VALUE 'S'.
000870      88 ACTION-ETAT           VALUE 'E'.
000880  77 WS-PARAMETRE   PIC X(10) VALUE SPACES.
000890  01 WS-DATE-CTL.
000900      05 WS-CTL-AAAA  PIC X(04).
000910      05 WS-CTL-SEP1  PIC X(01).
000920      05 WS-CTL-MM    PIC X(02).
000930      05 WS-CTL-SEP2  PIC X(01).
000940      05 WS-CTL-JJ    PIC X(02).
000950  01 WS-DATE-CTL-N REDEFINES WS-DATE-CTL.
000960      05 FILLER        PIC X(04).
000970      05 FILLER        PIC X(01).
000980      05 WS-CTL-MM-N   PIC 9(02).
000990      05 FILLER        PIC X(01).
001000      05 WS-CTL-JJ-N   PIC 9(02).
001010
001020* ETAPES DE LA CHAINE DANS L'ORDRE (MEME TABLE QUE CALREGIS), AVEC
001030* LES MODES QUI COMPTENT POUR L'ETAPE ET SES PREREQUIS
001040  01 WS-TABLE-CHAINE-V.
001050      05 FILLER PIC X(27) VALUE 'GENCDES                    '.
001060      05 FILLER PIC X(27) VALUE 'FACTURESTM GENCDES         '.
001070      05 FILLER PIC X(27) VALUE 'CTRLFACT   FACTURES        '.
001080      05 FILLER PIC X(27) VALUE 'DISPFACT   CTRLFACTFACTURES'.
001090      05 FILLER PIC X(27) VALUE 'ACKFACT    DISPFACT        '.
001100      05 FILLER PIC X(27) VALUE 'ENCAISSE   ACKFACT         '.
001110      05 FILLER PIC X(27) VALUE 'RELANCES   ENCAISSE        '.
001120      05 FILLER PIC X(27) VALUE 'PRELEVE    ENCAISSE        '.
001130      05 FILLER PIC X(27) VALUE 'SAUVEGAR                   '.
001140      05 FILLER PIC X(27) VALUE 'PURGHIST   SAUVEGAR        '.
001150  01 WS-TABLE-CHAINE REDEFINES WS-TABLE-CHAINE-V.
001160      05 T-ETAPE OCCURS 10 TIMES.
001170          10 TE-PROGRAMME  PIC X(08).
001180          10 TE-MODES      PIC X(03).
001190          10 TE-PREREQUIS  PIC X(08) OCCURS 2.
001200* ETAT CALCULE DE CHAQUE ETAPE : 'T' TERMINEE, 'E' EN ERREUR,
001210* 'D' ABENDEE OU EN COURS, 'R' REFUSEE, 'B' BLOQUEE (NON LANCEE,
001220* UN PREREQUIS N'EST PAS TERMINE), 'A' EN ATTENTE
001230  01 T-ETATS.
001240      05 T-ETAT-ETAPE OCCURS 10 TIMES PIC X(01).
001250  77 WS-NB-ETAPES    PIC 9(4) COMP VALUE 10.
001260  77 IX-ETAPE        PIC 9(4) COMP VALUE ZERO.
001270  77 IX-PREREQ       PIC 9(4) COMP VALUE ZERO.
001280  77 IX-ETAPE-PRQ    PIC 9(4) COMP VALUE ZERO.
001290
001300* DATE ET HEURE SYSTEME, DATE DU JOUR ET VEILLE (AAAA-MM-JJ)
001310  01 WS-DATE-SYS.
001320      05 WS-DATE-SYS-AAAA PIC X(04).
001330      05 WS-DATE-SYS-MM   PIC X(02).
001340      05 WS-DATE-SYS-JJ   PIC X(02).
001350  01 WS-DATE-SYS-N REDEFINES WS-DATE-SYS PIC 9(08).
001360  01 WS-DATE-SYS-ISO.
001370      05 WS-ISO-AAAA PIC X(04).
001380      05 FILLER      PIC X(01) VALUE '-'.
001390      05 WS-ISO-MM   PIC X(02).
001400      05 FILLER      PIC X(01) VALUE '-'.
001410      05 WS-ISO-JJ   PIC X(02).
001420  01 WS-DATE-VEILLE.
001430      05 WS-VEILLE-AAAA PIC X(04).
001440      05 WS-VEILLE-MM   PIC X(02).
001450      05 WS-VEILLE-JJ   PIC X(02).
001460  01 WS-DATE-VEILLE-N REDEFINES WS-DATE-VEILLE PIC 9(08).
001470  01 WS-DATE-VEILLE-ISO.
001480      05 WS-VISO-AAAA PIC X(04).
001490      05 FILLER       PIC X(01) VALUE '-'.
001500      05 WS-VISO-MM   PIC X(02).
001510      05 FILLER       PIC X(01) VALUE '-'.
001520      05 WS-VISO-JJ   PIC X(02).
001530  77 WS-JOUR-INT     PIC 9(08) VALUE ZERO.
001540  01 WS-HEURE-SYS.
001550      05 WS-HEURE-HH PIC X(02).
001560      05 WS-HEURE-MN PIC X(02).
001570      05 WS-HEURE-SS PIC X(02).
001580      05 WS-HEURE-CC PIC X(02).
001590  01 WS-HEURE-ED.
001600      05 WS-HED-HH   PIC X(02).
001610      05 FILLER      PIC X(01) VALUE ':'.
001620      05 WS-HED-MN   PIC X(02).
001630      05 FILLER      PIC X(01) VALUE ':'.
001640      05 WS-HED-SS   PIC X(02).
001650
001660* JOURNEE TRAITEE
001670  77 WS-JOURNEE      PIC X(10) VALUE SPACES.
001680
001690  77 WS-SW-REG-DISPO PIC X(01) VALUE 'O'.
001700      88 REGISTRE-DISPONIBLE   VALUE 'O'.
001710  77 WS-SW-FIN-REG   PIC X(01) VALUE 'N'.
001720      88 FIN-REGISTRE          VALUE 'O'.
001730  77 WS-SW-TETE      PIC X(01) VALUE 'N'.
001740      88 TETE-PRESENTE         VALUE 'O'.
001750  77 WS-SW-BLOQUE    PIC X(01) VALUE 'N'.
001760      88 ETAPE-BLOQUEE         VALUE 'O'.
001770
001780* DERNIER RUN D'UNE ETAPE DANS LES MODES QUI LA CONCERNENT
001790  77 WS-NB-RUNS-ETAPE PIC 9(04) VALUE ZERO.
001800  77 WS-DERNIER-STATUT PIC X(01) VALUE SPACE.
001810  77 WS-DERNIER-RC   PIC 9(04) VALUE ZERO.
001820  77 WS-DERNIER-DEBUT PIC X(08) VALUE SPACES.
001830  77 WS-DERNIER-FIN  PIC X(08) VALUE SPACES.
001840
001850  77 WS-NB-RUNS      PIC 9(7) VALUE ZERO.
001860  77 WS-NB-TERMINES  PIC 9(7) VALUE ZERO.
001870  77 WS-NB-ERREURS   PIC 9(7) VALUE ZERO.
001880  77 WS-NB-ABENDS    PIC 9(7) VALUE ZERO.
001890  77 WS-NB-REFUSES   PIC 9(7) VALUE ZERO.
001900  77 WS-NB-BLOQUEES  PIC 9(7) VALUE ZERO.
001910  77 WS-NB-ATTENTE   PIC 9(7) VALUE ZERO.
001920
001930* SOUS-PROGRAMME DU REGISTRE ET SA ZONE D'ECHANGE, POUR INSCRIRE
001940* UNE ETAPE EXTERNE COMME UN RUN DEBUTE ET TERMINE
001950  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
001960  01 WS-REGISTRE-RUN.
001970      05 REG-FONCTION     PIC X(01).
001980      05 REG-PROGRAMME    PIC X(08).
001990      05 REG-MODE         PIC X(01) VALUE SPACE.
002000      05 REG-DATE-METIER  PIC X(10).
002010      05 REG-RANG         PIC 9(04).
002020      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
002030      05 REG-COMPTEUR OCCURS 3.
002040          10 REG-LIB-NB   PIC X(12).
002050          10 REG-NB       PIC 9(07).
002060
002070  01 L-REG-SEPARATEUR.
002080      05 FILLER  PIC X(69) VALUE ALL '='.
002090
002100  01 L-REG-TIRETS.
002110      05 FILLER  PIC X(69) VALUE ALL '-'.
002120
002130  01 L-REG-TITRE.
002140      05 FILLER  PIC X(69)
002150       VALUE 'ETAT DU REGISTRE DE LA CHAINE DE NUIT'.
002160
002170  01 L-REG-JOURNEE.
002180      05 FILLER       PIC X(23) VALUE 'JOURNEE DE TRAITEMENT :'.
002190      05 FILLER       PIC X(01) VALUE SPACE.
002200      05 RJ-JOURNEE   PIC X(10).
002210      05 FILLER       PIC X(11) VALUE '  EDITE LE '.
002220      05 RJ-DATE      PIC X(10).
002230      05 FILLER       PIC X(03) VALUE ' A '.
002240      05 RJ-HEURE     PIC X(08).
002250      05 FILLER       PIC X(03) VALUE SPACES.
002260
002270  01 L-REG-TITRE-ETAPES.
002280      05 FILLER  PIC X(69) VALUE 'ETAPES DE LA CHAINE'.
002290
002300  01 L-REG-COL-ETAPES.
002310      05 FILLER  PIC X(32)
002320       VALUE 'ETAPE    ETAT                 RC'.
002330      05 FILLER  PIC X(37) VALUE '  DEBUT     FIN       RUNS'.
002340
002350  01 L-REG-ETAPE.
002360      05 RE-ETAPE     PIC X(08).
002370      05 FILLER       PIC X(01) VALUE SPACE.
002380      05 RE-ETAT      PIC X(18).
002390      05 FILLER       PIC X(01) VALUE SPACE.
002400      05 RE-RC        PIC ZZZ9.
002410      05 FILLER       PIC X(02) VALUE SPACES.
002420      05 RE-DEBUT     PIC X(08).
002430      05 FILLER       PIC X(02) VALUE SPACES.
002440      05 RE-FIN       PIC X(08).
002450      05 FILLER       PIC X(02) VALUE SPACES.
002460      05 RE-RUNS      PIC ZZZ9.
002470      05 FILLER       PIC X(11) VALUE SPACES.
002480
002490  01 L-REG-TITRE-RUNS.
002500      05 FILLER  PIC X(69) VALUE 'RUNS DE LA JOURNEE'.
002510
002520  01 L-REG-COL-RUNS.
002530      05 FILLER  PIC X(33)
002540       VALUE 'PROGRAMM RANG M STATUT'.
002550      05 FILLER  PIC X(36) VALUE '  RC DEBUT    FIN      MOTIF'.
002560
002570  01 L-REG-RUN.
002580      05 RR-PROGRAMME PIC X(08).
002590      05 FILLER       PIC X(01) VALUE SPACE.
002600      05 RR-RANG      PIC 9(04).
002610      05 FILLER       PIC X(01) VALUE SPACE.
002620      05 RR-MODE      PIC X(01).
002630      05 FILLER       PIC X(01) VALUE SPACE.
002640      05 RR-STATUT    PIC X(16).
002650      05 FILLER       PIC X(01) VALUE SPACE.
002660      05 RR-RC        PIC ZZZ9.
002670      05 FILLER       PIC X(01) VALUE SPACE.
002680      05 RR-DEBUT     PIC X(08).
002690      05 FILLER       PIC X(01) VALUE SPACE.
002700      05 RR-FIN       PIC X(08).
002710      05 FILLER       PIC X(01) VALUE SPACE.
002720      05 RR-MOTIF     PIC X(08).
002730      05 FILLER       PIC X(05) VALUE SPACES.
002740
002750  01 L-REG-COMPTEURS.
002760      05 FILLER       PIC X(02) VALUE SPACES.
002770      05 RC-COMPTEUR OCCURS 3.
002780          10 RC-LIB-NB PIC X(12).
002790          10 FILLER    PIC X(01).
002800          10 RC-NB     PIC Z(6)9.
002810          10 FILLER    PIC X(02).
002820      05 FILLER       PIC X(01) VALUE SPACE.
002830
002840  01 L-REG-AUCUN.
002850      05 FILLER  PIC X(69) VALUE 'AUCUN RUN INSCRIT'.
002860
002870  01 L-REG-RUNS.
002880      05 FILLER    PIC X(30)
002890       VALUE 'RUNS DE LA JOURNEE          :'.
002900      05 ED-REG-RUNS PIC Z(6)9.
002910      05 FILLER    PIC X(32) VALUE ALL ' '.
002920
002930  01 L-REG-TERMINES.
002940      05 FILLER    PIC X(30)
002950       VALUE 'RUNS TERMINES               :'.
002960      05 ED-REG-TERMINES PIC Z(6)9.
002970      05 FILLER    PIC X(32) VALUE ALL ' '.
002980
002990  01 L-REG-ERREURS.
003000      05 FILLER    PIC X(30)
003010       VALUE 'DONT TERMINES EN ERREUR     :'.
003020      05 ED-REG-ERREURS PIC Z(6)9.
003030      05 FILLER    PIC X(32) VALUE ALL ' '.
003040
003050  01 L-REG-ABENDS.
003060      05 FILLER    PIC X(30)
003070       VALUE 'RUNS ABENDES OU EN COURS    :'.
003080      05 ED-REG-ABENDS PIC Z(6)9.
003090      05 FILLER    PIC X(32) VALUE ALL ' '.
003100
003110  01 L-REG-REFUSES.
003120      05 FILLER    PIC X(30)
003130       VALUE 'RUNS REFUSES (PREREQUIS)    :'.
003140      05 ED-REG-REFUSES PIC Z(6)9.
003150      05 FILLER    PIC X(32) VALUE ALL ' '.
003160
003170  01 L-REG-BLOQUEES.
003180      05 FILLER    PIC X(30)
003190       VALUE 'ETAPES SAUTEES NON LANCEES  :'.
003200      05 ED-REG-BLOQUEES PIC Z(6)9.
003210      05 FILLER    PIC X(32) VALUE ALL ' '.
003220
003230  01 L-REG-ATTENTE.
003240      05 FILLER    PIC X(30)
003250       VALUE 'ETAPES EN ATTENTE           :'.
003260      05 ED-REG-ATTENTE PIC Z(6)9.
003270      05 FILLER    PIC X(32) VALUE ALL ' '.
003280
003290 PROCEDURE DIVISION.
003300
003310****** RECEPTION DE L'ACTION ET DE SON PARAMETRE *****
003320     ACCEPT WS-ACTION    FROM SYSIN
003330     ACCEPT WS-PARAMETRE FROM SYSIN
003340     ACCEPT WS-DATE-SYS  FROM DATE YYYYMMDD
003350     ACCEPT WS-HEURE-SYS FROM TIME
003360     MOVE WS-DATE-SYS-AAAA TO WS-ISO-AAAA
003370     MOVE WS-DATE-SYS-MM   TO WS-ISO-MM
003380     MOVE WS-DATE-SYS-JJ   TO WS-ISO-JJ
003390     MOVE WS-HEURE-HH TO WS-HED-HH
003400     MOVE WS-HEURE-MN TO WS-HED-MN
003410     MOVE WS-HEURE-SS TO WS-HED-SS
003420     COMPUTE WS-JOUR-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-SYS-N)
003430                         - 1
003440     COMPUTE WS-DATE-VEILLE-N =
003450             FUNCTION DATE-OF-INTEGER(WS-JOUR-INT)
003460     MOVE WS-VEILLE-AAAA TO WS-VISO-AAAA
003470     MOVE WS-VEILLE-MM   TO WS-VISO-MM
003480     MOVE WS-VEILLE-JJ   TO WS-VISO-JJ
003490
003500     EVALUATE TRUE
003510         WHEN ACTION-OUVERTURE
003520             PERFORM OUVRIR-JOURNEE
003530         WHEN ACTION-SIGNAL
003540             PERFORM SIGNALER-ETAPE
003550         WHEN ACTION-ETAT
003560             PERFORM EDITER-ETAT
003570         WHEN OTHER
003580             DISPLAY "ACTION INCONNUE (O, S OU E) : ", WS-ACTION
003590             PERFORM ABEND-PROG
003600     END-EVALUATE
003610     GOBACK.
003620
003630 ABEND-PROG.
003640       DISPLAY "ANOMALIE GRAVE : ", FS-REGISTRE, " ", FS-ETAT
003650       COMPUTE WS-ANO = 1 / WS-ANO.
003660
003670* OUVERTURE DE LA JOURNEE : LA DATE DOIT ETRE LE JOUR MEME OU LA
003680* VEILLE, SEULES JOURNEES QUE CALREGIS RETIENT
003690 OUVRIR-JOURNEE.
003700     MOVE WS-PARAMETRE TO WS-DATE-CTL
003710     PERFORM CONTROLER-DATE
003720     IF WS-PARAMETRE NOT = WS-DATE-SYS-ISO
003730        AND WS-PARAMETRE NOT = WS-DATE-VEILLE-ISO THEN
003740         DISPLAY "JOURNEE NI DU JOUR NI DE LA VEILLE : ",
003750                 WS-PARAMETRE
003760         PERFORM ABEND-PROG
003770     END-IF
003780     PERFORM OUV-REGISTRE-MAJ
003790     PERFORM LIRE-TETE
003800     MOVE SPACES          TO RX-DETAIL
003810     MOVE WS-PARAMETRE    TO RX-JOURNEE
003820     MOVE WS-DATE-SYS-ISO TO RX-DATE-OUVERTURE
003830     IF TETE-PRESENTE THEN
003840         REWRITE ENR-REGISTRE
003850     ELSE
003860         WRITE ENR-REGISTRE
003870     END-IF
003880     IF FS-REGISTRE NOT = ZERO AND FS-REGISTRE NOT = '02' THEN
003890         DISPLAY "ERR ECRITURE ENTETE FREGISTR - FILE STATUS : ",
003900                 FS-REGISTRE
003910         PERFORM ABEND-PROG
003920     END-IF
003930     DISPLAY "JOURNEE DE TRAITEMENT OUVERTE : ", WS-PARAMETRE
003940     PERFORM FERM-REGISTRE.
003950
003960 CONTROLER-DATE.
003970     IF WS-CTL-AAAA NOT NUMERIC OR WS-CTL-MM NOT NUMERIC
003980        OR WS-CTL-JJ NOT NUMERIC
003990        OR WS-CTL-SEP1 NOT = '-' OR WS-CTL-SEP2 NOT = '-'
004000        OR WS-CTL-MM-N < 1 OR WS-CTL-MM-N > 12
004010        OR WS-CTL-JJ-N < 1 OR WS-CTL-JJ-N > 31 THEN
004020         DISPLAY "DATE INVALIDE (AAAA-MM-JJ) : ", WS-PARAMETRE
004030         PERFORM ABEND-PROG
004040     END-IF.
004050
004060* ETAPE EXTERNE TERMINEE (SAUVEGARDE) : INSCRITE PAR CALREGIS
004070* COMME UN RUN DEBUTE PUIS TERMINE AVEC UN CODE RETOUR NUL
004080 SIGNALER-ETAPE.
004090     IF WS-PARAMETRE(1:8) = SPACES
004100        OR WS-PARAMETRE(9:2) NOT = SPACES THEN
004110         DISPLAY "NOM D'ETAPE INVALIDE (8 CARACTERES) : ",
004120                 WS-PARAMETRE
004130         PERFORM ABEND-PROG
004140     END-IF
004150     MOVE WS-PARAMETRE(1:8) TO REG-PROGRAMME
004160     MOVE 'D' TO REG-FONCTION
004170     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
004180     MOVE 'F'    TO REG-FONCTION
004190     MOVE ZERO   TO REG-CODE-RETOUR
004200     MOVE SPACES TO REG-LIB-NB(1)
004210     MOVE SPACES TO REG-LIB-NB(2)
004220     MOVE SPACES TO REG-LIB-NB(3)
004230     MOVE ZERO   TO REG-NB(1)
004240     MOVE ZERO   TO REG-NB(2)
004250     MOVE ZERO   TO REG-NB(3)
004260     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
004270
004280* ETAT DE LA JOURNEE : LA JOURNEE DEMANDEE, OU A DEFAUT LA JOURNEE
004290* EN COURS DETERMINEE COMME LE FAIT CALREGIS
004300 EDITER-ETAT.
004310     OPEN INPUT RUNS
004320     EVALUATE TRUE
004330         WHEN FS-REGISTRE = ZERO OR FS-REGISTRE = '02'
004340             CONTINUE
004350         WHEN FS-REGISTRE = '35'
004360             MOVE 'N' TO WS-SW-REG-DISPO
004370         WHEN OTHER
004380             DISPLAY "ERR OPEN FREGISTR - FILE STATUS : ",
004390                     FS-REGISTRE
004400             PERFORM ABEND-PROG
004410     END-EVALUATE
004420     IF WS-PARAMETRE = SPACES THEN
004430         MOVE WS-DATE-SYS-ISO TO WS-JOURNEE
004440         IF REGISTRE-DISPONIBLE THEN
004450             PERFORM LIRE-TETE
004460             IF TETE-PRESENTE
004470                AND (RX-JOURNEE = WS-DATE-SYS-ISO
004480                  OR RX-JOURNEE = WS-DATE-VEILLE-ISO) THEN
004490                 MOVE RX-JOURNEE TO WS-JOURNEE
004500             END-IF
004510         END-IF
004520     ELSE
004530         MOVE WS-PARAMETRE TO WS-DATE-CTL
004540         PERFORM CONTROLER-DATE
004550         MOVE WS-PARAMETRE TO WS-JOURNEE
004560     END-IF
004570     OPEN OUTPUT ETAT
004580     IF FS-ETAT NOT = ZERO THEN
004590         DISPLAY "ERR OPEN MESREGIS - FILE STATUS : ", FS-ETAT
004600         PERFORM ABEND-PROG
004610     END-IF
004620
004630     WRITE ENR-ETAT FROM L-REG-SEPARATEUR
004640     WRITE ENR-ETAT FROM L-REG-TITRE
004650     MOVE WS-JOURNEE      TO RJ-JOURNEE
004660     MOVE WS-DATE-SYS-ISO TO RJ-DATE
004670     MOVE WS-HEURE-ED     TO RJ-HEURE
004680     WRITE ENR-ETAT FROM L-REG-JOURNEE
004690     WRITE ENR-ETAT FROM L-REG-SEPARATEUR
004700     WRITE ENR-ETAT FROM L-REG-TITRE-ETAPES
004710     WRITE ENR-ETAT FROM L-REG-COL-ETAPES
004720     WRITE ENR-ETAT FROM L-REG-TIRETS
004730     PERFORM EDITER-ETAPE
004740         VARYING IX-ETAPE FROM 1 BY 1
004750         UNTIL IX-ETAPE > WS-NB-ETAPES
004760
004770     WRITE ENR-ETAT FROM L-REG-SEPARATEUR
004780     WRITE ENR-ETAT FROM L-REG-TITRE-RUNS
004790     WRITE ENR-ETAT FROM L-REG-COL-RUNS
004800     WRITE ENR-ETAT FROM L-REG-TIRETS
004810     IF REGISTRE-DISPONIBLE THEN
004820         PERFORM EDITER-RUNS
004830     END-IF
004840     IF WS-NB-RUNS = ZERO THEN
004850         WRITE ENR-ETAT FROM L-REG-AUCUN
004860     END-IF
004870
004880     PERFORM ECRITURE-CONTROLE
004890     IF REGISTRE-DISPONIBLE THEN
004900         PERFORM FERM-REGISTRE
004910     END-IF
004920     CLOSE ETAT
004930     IF FS-ETAT NOT = ZERO THEN
004940         DISPLAY "ERR CLOSE MESREGIS - FILE STATUS : ", FS-ETAT
004950         PERFORM ABEND-PROG
004960     END-IF
004970     IF WS-NB-ERREURS > ZERO OR WS-NB-ABENDS > ZERO
004980        OR WS-NB-REFUSES > ZERO OR WS-NB-BLOQUEES > ZERO
004990        OR WS-NB-ATTENTE > ZERO THEN
005000         MOVE 8 TO RETURN-CODE
005010     END-IF.
005020
005030 LIRE-TETE.
005040     MOVE '0000-00-00' TO RX-DATE-METIER
005050     MOVE SPACES       TO RX-PROGRAMME
005060     MOVE ZERO         TO RX-RANG
005070     READ RUNS
005080     EVALUATE TRUE
005090         WHEN FS-REGISTRE = ZERO OR FS-REGISTRE = '02'
005100             MOVE 'O' TO WS-SW-TETE
005110         WHEN FS-REGISTRE = '23'
005120             MOVE 'N' TO WS-SW-TETE
005130             MOVE '0000-00-00' TO RX-DATE-METIER
005140             MOVE SPACES       TO RX-PROGRAMME
005150             MOVE ZERO         TO RX-RANG
005160         WHEN OTHER
005170             DISPLAY "ERR READ FREGISTR - FILE STATUS : ",
005180                     FS-REGISTRE
005190             PERFORM ABEND-PROG
005200     END-EVALUATE.
005210
005220* ETAT D'UNE ETAPE D'APRES SON DERNIER RUN DANS LA JOURNEE ; SANS
005230* RUN, ELLE EST BLOQUEE SI UN PREREQUIS N'EST PAS TERMINE (ETAPE
005240* SAUTEE), EN ATTENTE SINON. LES PREREQUIS PRECEDENT L'ETAPE DANS
005250* LA TABLE ET SONT DONC DEJA EVALUES
005260 EDITER-ETAPE.
005270     MOVE ZERO   TO WS-NB-RUNS-ETAPE
005280     MOVE SPACE  TO WS-DERNIER-STATUT
005290     MOVE ZERO   TO WS-DERNIER-RC
005300     MOVE SPACES TO WS-DERNIER-DEBUT
005310     MOVE SPACES TO WS-DERNIER-FIN
005320     IF REGISTRE-DISPONIBLE THEN
005330         PERFORM CHERCHER-RUNS-ETAPE
005340     END-IF
005350     MOVE SPACES TO L-REG-ETAPE
005360     MOVE TE-PROGRAMME(IX-ETAPE) TO RE-ETAPE
005370     EVALUATE TRUE
005380         WHEN WS-DERNIER-STATUT = 'T' AND WS-DERNIER-RC < 8
005390             MOVE 'T' TO T-ETAT-ETAPE(IX-ETAPE)
005400             MOVE 'TERMINE' TO RE-ETAT
005410         WHEN WS-DERNIER-STATUT = 'T'
005420             MOVE 'E' TO T-ETAT-ETAPE(IX-ETAPE)
005430             MOVE 'EN ERREUR' TO RE-ETAT
005440         WHEN WS-DERNIER-STATUT = 'D'
005450             MOVE 'D' TO T-ETAT-ETAPE(IX-ETAPE)
005460             MOVE 'ABEND OU EN COURS' TO RE-ETAT
005470         WHEN WS-DERNIER-STATUT = 'R'
005480             MOVE 'R' TO T-ETAT-ETAPE(IX-ETAPE)
005490             MOVE 'SAUTE (REFUSE)' TO RE-ETAT
005500         WHEN OTHER
005510             MOVE 'N' TO WS-SW-BLOQUE
005520             PERFORM CONTROLER-PREREQUIS-ETAPE
005530                 VARYING IX-PREREQ FROM 1 BY 1
005540                 UNTIL IX-PREREQ > 2
005550             IF ETAPE-BLOQUEE THEN
005560                 MOVE 'B' TO T-ETAT-ETAPE(IX-ETAPE)
005570                 MOVE 'SAUTE (BLOQUE)' TO RE-ETAT
005580                 ADD 1 TO WS-NB-BLOQUEES
005590             ELSE
005600                 MOVE 'A' TO T-ETAT-ETAPE(IX-ETAPE)
005610                 MOVE 'EN ATTENTE' TO RE-ETAT
005620                 ADD 1 TO WS-NB-ATTENTE
005630             END-IF
005640     END-EVALUATE
005650     IF WS-DERNIER-STATUT NOT = SPACE THEN
005660         MOVE WS-DERNIER-RC    TO RE-RC
005670         MOVE WS-DERNIER-DEBUT TO RE-DEBUT
005680         MOVE WS-DERNIER-FIN   TO RE-FIN
005690     END-IF
005700     MOVE WS-NB-RUNS-ETAPE TO RE-RUNS
005710     WRITE ENR-ETAT FROM L-REG-ETAPE.
005720
005730 CONTROLER-PREREQUIS-ETAPE.
005740     IF TE-PREREQUIS(IX-ETAPE, IX-PREREQ) NOT = SPACES THEN
005750         PERFORM VARYING IX-ETAPE-PRQ FROM 1 BY 1
005760                 UNTIL IX-ETAPE-PRQ >= IX-ETAPE
005770             IF TE-PROGRAMME(IX-ETAPE-PRQ) =
005780                TE-PREREQUIS(IX-ETAPE, IX-PREREQ)
005790                AND T-ETAT-ETAPE(IX-ETAPE-PRQ) NOT = 'T' THEN
005800                 MOVE 'O' TO WS-SW-BLOQUE
005810             END-IF
005820         END-PERFORM
005830     END-IF.
005840
005850* RUNS DE L'ETAPE DANS LA JOURNEE, DANS LES MODES DE L'ETAPE
005860 CHERCHER-RUNS-ETAPE.
005870     MOVE 'N' TO WS-SW-FIN-REG
005880     MOVE WS-JOURNEE             TO RX-DATE-METIER
005890     MOVE TE-PROGRAMME(IX-ETAPE) TO RX-PROGRAMME
005900     MOVE ZERO                   TO RX-RANG
005910     START RUNS KEY NOT LESS THAN RX-CLE
005920     IF FS-REGISTRE NOT = ZERO THEN
005930         MOVE 'O' TO WS-SW-FIN-REG
005940     END-IF
005950     PERFORM UNTIL FIN-REGISTRE
005960         PERFORM LIRE-REGISTRE-SUIVANT
005970         IF NOT FIN-REGISTRE THEN
005980             IF RX-DATE-METIER NOT = WS-JOURNEE
005990                OR RX-PROGRAMME NOT = TE-PROGRAMME(IX-ETAPE) THEN
006000                 MOVE 'O' TO WS-SW-FIN-REG
006010             ELSE
006020                 IF TE-MODES(IX-ETAPE) = SPACES
006030                    OR (RX-MODE NOT = SPACE
006040                    AND (RX-MODE = TE-MODES(IX-ETAPE)(1:1)
006050                      OR RX-MODE = TE-MODES(IX-ETAPE)(2:1)
006060                      OR RX-MODE = TE-MODES(IX-ETAPE)(3:1))) THEN
006070                     ADD 1 TO WS-NB-RUNS-ETAPE
006080                     MOVE RX-STATUT      TO WS-DERNIER-STATUT
006090                     MOVE RX-CODE-RETOUR TO WS-DERNIER-RC
006100                     MOVE RX-HEURE-DEBUT TO WS-DERNIER-DEBUT
006110                     MOVE RX-HEURE-FIN   TO WS-DERNIER-FIN
006120                 END-IF
006130             END-IF
006140         END-IF
006150     END-PERFORM.
006160
006170 LIRE-REGISTRE-SUIVANT.
006180     READ RUNS NEXT
006190     EVALUATE TRUE
006200         WHEN FS-REGISTRE = ZERO OR FS-REGISTRE = '02'
006210             CONTINUE
006220         WHEN FS-REGISTRE = '10'
006230             MOVE 'O' TO WS-SW-FIN-REG
006240         WHEN OTHER
006250             DISPLAY "ERR READ FREGISTR - FILE STATUS : ",
006260                     FS-REGISTRE
006270             PERFORM ABEND-PROG
006280     END-EVALUATE.
006290
006300* TOUS LES RUNS DE LA JOURNEE, PAR PROGRAMME ET RANG, AVEC LES
006310* COMPTEURS DES RUNS TERMINES
006320 EDITER-RUNS.
006330     MOVE 'N' TO WS-SW-FIN-REG
006340     MOVE WS-JOURNEE TO RX-DATE-METIER
006350     MOVE LOW-VALUES TO RX-PROGRAMME
006360     MOVE ZERO       TO RX-RANG
006370     START RUNS KEY NOT LESS THAN RX-CLE
006380     IF FS-REGISTRE NOT = ZERO THEN
006390         MOVE 'O' TO WS-SW-FIN-REG
006400     END-IF
006410     PERFORM UNTIL FIN-REGISTRE
006420         PERFORM LIRE-REGISTRE-SUIVANT
006430         IF NOT FIN-REGISTRE THEN
006440             IF RX-DATE-METIER NOT = WS-JOURNEE THEN
006450                 MOVE 'O' TO WS-SW-FIN-REG
006460             ELSE
006470                 PERFORM EDITER-RUN
006480             END-IF
006490         END-IF
006500     END-PERFORM.
006510
006520 EDITER-RUN.
006530     ADD 1 TO WS-NB-RUNS
006540     MOVE RX-PROGRAMME   TO RR-PROGRAMME
006550     MOVE RX-RANG        TO RR-RANG
006560     MOVE RX-MODE        TO RR-MODE
006570     MOVE RX-CODE-RETOUR TO RR-RC
006580     MOVE RX-HEURE-DEBUT TO RR-DEBUT
006590     MOVE RX-HEURE-FIN   TO RR-FIN
006600     MOVE RX-MOTIF       TO RR-MOTIF
006610     EVALUATE TRUE
006620         WHEN RX-STATUT = 'T' AND RX-CODE-RETOUR < 8
006630             ADD 1 TO WS-NB-TERMINES
006640             MOVE 'TERMINE' TO RR-STATUT
006650         WHEN RX-STATUT = 'T'
006660             ADD 1 TO WS-NB-TERMINES
006670             ADD 1 TO WS-NB-ERREURS
006680             MOVE 'EN ERREUR' TO RR-STATUT
006690         WHEN RX-STATUT = 'R'
006700             ADD 1 TO WS-NB-REFUSES
006710             MOVE 'REFUSE' TO RR-STATUT
006720         WHEN OTHER
006730             ADD 1 TO WS-NB-ABENDS
006740             MOVE 'ABEND/EN COURS' TO RR-STATUT
006750             MOVE SPACES TO RR-FIN
006760     END-EVALUATE
006770     WRITE ENR-ETAT FROM L-REG-RUN
006780     IF RX-STATUT = 'T'
006790        AND (RX-LIB-NB(1) NOT = SPACES
006800          OR RX-LIB-NB(2) NOT = SPACES
006810          OR RX-LIB-NB(3) NOT = SPACES) THEN
006820         MOVE SPACES       TO L-REG-COMPTEURS
006830         MOVE RX-LIB-NB(1) TO RC-LIB-NB(1)
006840         MOVE RX-NB(1)     TO RC-NB(1)
006850         MOVE RX-LIB-NB(2) TO RC-LIB-NB(2)
006860         MOVE RX-NB(2)     TO RC-NB(2)
006870         MOVE RX-LIB-NB(3) TO RC-LIB-NB(3)
006880         MOVE RX-NB(3)     TO RC-NB(3)
006890         WRITE ENR-ETAT FROM L-REG-COMPTEURS
006900     END-IF.
006910
006920 ECRITURE-CONTROLE.
006930     MOVE WS-NB-RUNS     TO ED-REG-RUNS
006940     MOVE WS-NB-TERMINES TO ED-REG-TERMINES
006950     MOVE WS-NB-ERREURS  TO ED-REG-ERREURS
006960     MOVE WS-NB-ABENDS   TO ED-REG-ABENDS
006970     MOVE WS-NB-REFUSES  TO ED-REG-REFUSES
006980     MOVE WS-NB-BLOQUEES TO ED-REG-BLOQUEES
006990     MOVE WS-NB-ATTENTE  TO ED-REG-ATTENTE
007000     WRITE ENR-ETAT FROM L-REG-SEPARATEUR
007010     WRITE ENR-ETAT FROM L-REG-RUNS
007020     WRITE ENR-ETAT FROM L-REG-TERMINES
007030     WRITE ENR-ETAT FROM L-REG-ERREURS
007040     WRITE ENR-ETAT FROM L-REG-ABENDS
007050     WRITE ENR-ETAT FROM L-REG-REFUSES
007060     WRITE ENR-ETAT FROM L-REG-BLOQUEES
007070     WRITE ENR-ETAT FROM L-REG-ATTENTE
007080     WRITE ENR-ETAT FROM L-REG-SEPARATEUR.
007090
007100* LE REGISTRE EST CREE VIDE A LA PREMIERE OUVERTURE DE JOURNEE
007110 OUV-REGISTRE-MAJ.
007120     OPEN I-O RUNS
007130     IF FS-REGISTRE = '35' THEN
007140         OPEN OUTPUT RUNS
007150         CLOSE RUNS
007160         OPEN I-O RUNS
007170     END-IF
007180     IF FS-REGISTRE NOT = ZERO AND FS-REGISTRE NOT = '02' THEN
007190         DISPLAY "ERR OPEN FREGISTR - FILE STATUS : ",
007200                 FS-REGISTRE
007210         PERFORM ABEND-PROG
007220     END-IF.
007230
007240 FERM-REGISTRE.
007250     CLOSE RUNS
007260     IF FS-REGISTRE NOT = ZERO THEN
007270         DISPLAY "ERR CLOSE FREGISTR - FILE STATUS : ",
007280                 FS-REGISTRE
007290         PERFORM ABEND-PROG
007300     END-IF.
