000100 IDENTIFICATION DIVISION.
000110  PROGRAM-ID.   CALPERIO.
000120
000130* PLACEMENT D'UNE ECRITURE DATEE DANS LA PREMIERE PERIODE
000140* COMPTABLE OUVERTE. LA DERNIERE PERIODE CLOSE EST LUE UNE FOIS,
000150* AU PREMIER APPEL, DANS L'ENTETE DU FICHIER DES PERIODES TENU PAR
000160* CLOTURE (FICHIER ABSENT = AUCUNE PERIODE CLOSE). UNE DATE D'UNE
000170* PERIODE OUVERTE EST CONSERVEE ; UNE DATE D'UNE PERIODE CLOSE EST
000180* REPORTEE AU PREMIER JOUR DE LA PREMIERE PERIODE OUVERTE, SAUF SI
000190* CELLE-CI EST POSTERIEURE AU MOIS DU RUN (LE MOIS DU RUN EST
000200* LUI-MEME CLOS) : L'ECRITURE NE PEUT ALORS ETRE PLACEE ET
000210* L'APPELANT LA REJETTE. APPELE PAR FACTURES, ENCAISSE, PENALITE,
000220* IRRECOUV ET LETTRAGE
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270* FICHIER DES PERIODES COMPTABLES (MEME DEFINITION QUE CLOTURE)
000280     SELECT PERIODES ASSIGN TO FPERIODE
000290     ORGANIZATION IS INDEXED
000300     ACCESS MODE IS DYNAMIC
000310     RECORD KEY IS PE-PERIODE
000320     FILE STATUS IS FS-PERIODES.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360* UN ENREGISTREMENT PAR PERIODE CLOSE (AAAA-MM) AVEC SES TOTAUX ;
000370* LA PERIODE '0000-00' EST L'ENTETE (DERNIERE PERIODE CLOSE)
000380 FD PERIODES.
000390 01 ENR-PERIODE.
000400     05 PE-PERIODE          PIC X(07).
000410     05 PE-DETAIL.
000420         10 PE-DATE-CLOTURE PIC X(10).
000430         10 PE-TOTAL-DEBIT  PIC 9(11)V99.
000440         10 PE-TOTAL-CREDIT PIC 9(11)V99.
000450         10 PE-NB-ECRITURES PIC 9(07).
000460     05 PE-TETE REDEFINES PE-DETAIL.
000470         10 PE-DERNIERE-CLOSE PIC X(07).
000480         10 PE-DATE-DERNIERE  PIC X(10).
000490         10 FILLER            PIC X(26).
000500     05 FILLER              PIC X(20).
000510
000520 WORKING-STORAGE SECTION.
000530  77 FS-PERIODES     PIC XX.
000540  77 WS-ANO          PIC 99.
000550
000560* ENTETE LUE AU PREMIER APPEL, CONSERVEE POUR LES APPELS SUIVANTS
000570  77 WS-SW-LU        PIC X(01) VALUE 'N'.
000580      88 ENTETE-LUE            VALUE 'O'.
000590* DERNIERE PERIODE CLOSE (A BLANC SI AUCUNE) ET PREMIERE PERIODE
000600* OUVERTE QUI LA SUIT
000610  77 WS-DERNIERE-CLOSE PIC X(07) VALUE SPACES.
000620  01 WS-PREMIERE-OUVERTE.
000630      05 WS-PO-AAAA   PIC 9(04) VALUE ZERO.
000640      05 FILLER       PIC X(01) VALUE '-'.
000650      05 WS-PO-MM     PIC 9(02) VALUE ZERO.
000660
000670* DATE DU DOCUMENT DECOMPOSEE POUR SON CONTROLE
000680  01 WS-DATE-CTL.
000690      05 WS-CTL-AAAA  PIC X(04).
000700      05 WS-CTL-SEP1  PIC X(01).
000710      05 WS-CTL-MM    PIC X(02).
000720      05 WS-CTL-SEP2  PIC X(01).
000730      05 WS-CTL-JJ    PIC X(02).
000740  01 WS-DATE-CTL-N REDEFINES WS-DATE-CTL.
000750      05 WS-CTL-AAAA-N PIC 9(04).
000760      05 FILLER        PIC X(01).
000770      05 WS-CTL-MM-N   PIC 9(02).
000780      05 FILLER        PIC X(01).
000790      05 WS-CTL-JJ-N   PIC 9(02).
000800
000810 LINKAGE SECTION.
000820  01 LK-PERIODE.
000830* DATE DE L'ECRITURE ET DATE DU RUN (AAAA-MM-JJ)
000840      05 LK-PER-DATE-DOC    PIC X(10).
000850      05 LK-PER-DATE-RUN    PIC X(10).
000860* DATE COMPTABLE RETENUE ET DERNIERE PERIODE CLOSE
000870      05 LK-PER-DATE-COMPTA PIC X(10).
000880      05 LK-PER-DERNIERE    PIC X(07).
000890* 'O' PLACEE DANS SA PERIODE, 'R' REPORTEE SUR LA PREMIERE PERIODE
000900* OUVERTE, 'C' PERIODE CLOSE SANS PERIODE OUVERTE AU MOIS DU RUN,
000910* 'I' DATE INVALIDE
000920      05 LK-PER-RETOUR      PIC X(01).
000930
000940 PROCEDURE DIVISION USING LK-PERIODE.
000950     IF NOT ENTETE-LUE THEN
000960         PERFORM LIRE-ENTETE-PERIODES
000970     END-IF
000980     MOVE WS-DERNIERE-CLOSE TO LK-PER-DERNIERE
000990     MOVE SPACES TO LK-PER-DATE-COMPTA
001000     MOVE LK-PER-DATE-DOC TO WS-DATE-CTL
001010     EVALUATE TRUE
001020         WHEN WS-CTL-AAAA NOT NUMERIC OR WS-CTL-MM NOT NUMERIC
001030           OR WS-CTL-JJ NOT NUMERIC
001040           OR WS-CTL-SEP1 NOT = '-' OR WS-CTL-SEP2 NOT = '-'
001050           OR WS-CTL-MM-N < 1 OR WS-CTL-MM-N > 12
001060           OR WS-CTL-JJ-N < 1 OR WS-CTL-JJ-N > 31
001070             MOVE 'I' TO LK-PER-RETOUR
001080         WHEN WS-DERNIERE-CLOSE = SPACES
001090           OR LK-PER-DATE-DOC(1:7) > WS-DERNIERE-CLOSE
001100             MOVE LK-PER-DATE-DOC TO LK-PER-DATE-COMPTA
001110             MOVE 'O' TO LK-PER-RETOUR
001120         WHEN WS-PREMIERE-OUVERTE > LK-PER-DATE-RUN(1:7)
001130             MOVE 'C' TO LK-PER-RETOUR
001140         WHEN OTHER
001150             MOVE WS-PREMIERE-OUVERTE TO LK-PER-DATE-COMPTA(1:7)
001160             MOVE '-01' TO LK-PER-DATE-COMPTA(8:3)
001170             MOVE 'R' TO LK-PER-RETOUR
001180     END-EVALUATE
001190     GOBACK.
001200
001210 ABEND-PROG.
001220       DISPLAY "ANOMALIE GRAVE : ", FS-PERIODES
001230       COMPUTE WS-ANO = 1 / WS-ANO.
001240
001250* LECTURE DE L'ENTETE '0000-00' ; LE FICHIER EST REFERME
001260* AUSSITOT LU
001270 LIRE-ENTETE-PERIODES.
001280     MOVE 'O' TO WS-SW-LU
001290     MOVE SPACES TO WS-DERNIERE-CLOSE
001300     OPEN INPUT PERIODES
001310     EVALUATE TRUE
001320         WHEN FS-PERIODES = '35'
001330             CONTINUE
001340         WHEN FS-PERIODES = ZERO OR FS-PERIODES = '05'
001350             MOVE '0000-00' TO PE-PERIODE
001360             READ PERIODES
001370             EVALUATE TRUE
001380                 WHEN FS-PERIODES = ZERO OR FS-PERIODES = '02'
001390                     MOVE PE-DERNIERE-CLOSE TO WS-DERNIERE-CLOSE
001400                 WHEN FS-PERIODES = '23'
001410                     CONTINUE
001420                 WHEN OTHER
001430                     DISPLAY "ERR READ PERIODES - FILE STATUS : ",
001440                             FS-PERIODES
001450                     PERFORM ABEND-PROG
001460             END-EVALUATE
001470             CLOSE PERIODES
001480         WHEN OTHER
001490             DISPLAY "ERR OPEN PERIODES - FILE STATUS : ",
001500                     FS-PERIODES
001510             PERFORM ABEND-PROG
001520     END-EVALUATE
001530     IF WS-DERNIERE-CLOSE NOT = SPACES THEN
001540         MOVE WS-DERNIERE-CLOSE(1:4) TO WS-PO-AAAA
001550         MOVE WS-DERNIERE-CLOSE(6:2) TO WS-PO-MM
001560         IF WS-PO-MM = 12 THEN
001570             ADD 1 TO WS-PO-AAAA
001580             MOVE 1 TO WS-PO-MM
001590         ELSE
001600             ADD 1 TO WS-PO-MM
001610         END-IF
001620     END-IF.
