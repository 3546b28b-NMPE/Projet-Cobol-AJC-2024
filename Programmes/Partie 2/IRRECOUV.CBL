000100 IDENTIFICATION DIVISION.
000110  PROGRAM-ID.   IRRECOUV.
000120
000130 ENVIRONMENT DIVISION.
000140 CONFIGURATION SECTION.
000150  SPECIAL-NAMES.
000160      DECIMAL-POINT IS COMMA.
000170
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200* FICHIER DU NUMEROTEUR DE FACTURES (TENU PAR FACTURES) : LES
000210* ENREGISTREMENTS 'O' DONNENT LA COMMANDE ET LE TTC NET D'AVOIRS
000220* DE LA FACTURE A PASSER EN PERTE
000230     SELECT NUMFACT ASSIGN TO FNUMFACT
000240     ORGANIZATION IS INDEXED
000250     ACCESS MODE IS DYNAMIC
000260     RECORD KEY IS NF-CLE
000270     FILE STATUS IS FS-NUMFACT.
000280
000290* FICHIER DES REGLEMENTS TENU PAR ENCAISSE : LE CUMUL DEJA PAYE
000300* DONNE LE RESTE DU ; LA COMMANDE PASSEE EN PERTE Y PREND LE
000310* STATUT 'I' (IRRECOUVRABLE) QUI LA FERME POUR LA BALANCE AGEE,
000320* LES RELANCES, LES PRELEVEMENTS ET LA PURGE
000330     SELECT REGLEMENTS ASSIGN TO FREGLMNT
000340     ORGANIZATION IS INDEXED
000350     ACCESS MODE IS DYNAMIC
000360     RECORD KEY IS RG-O-NO
000370     FILE STATUS IS FS-REGLEMENTS.
000380
000390* HISTORIQUE DES FACTURES EMISES (MEME DEFINITION QUE
000400* FACTURES.CBL) : L'ENTETE DONNE LE CLIENT ET LA DATE, LES
000410* LIGNES ET LES TOTAUX LA VENTILATION DE LA TVA A RECUPERER
000420     SELECT HISTFAC ASSIGN TO FHISTFAC
000430     ORGANIZATION IS INDEXED
000440     ACCESS MODE IS DYNAMIC
000450     RECORD KEY IS HIS-CLE
000460     ALTERNATE RECORD KEY IS HIS-O-NO WITH DUPLICATES
000470     ALTERNATE RECORD KEY IS HIS-C-NO WITH DUPLICATES
000480     FILE STATUS IS FS-HISTFAC.
000490
000500* CREANCES PASSEES EN PERTE : UN ENREGISTREMENT PAR COMMANDE
000510* AVEC LA FACTURE, LE CLIENT, LA DATE ET LES MONTANTS PASSES,
000520* RELU PAR RELEVES POUR SOLDER LE RELEVE DU CLIENT
000530     SELECT PERTES ASSIGN TO FPERTES
000540     ORGANIZATION IS INDEXED
000550     ACCESS MODE IS DYNAMIC
000560     RECORD KEY IS PT-O-NO
000570     FILE STATUS IS FS-PERTES.
000580
000590* ECRITURES COMPTABLES DES PASSAGES EN PERTE, AU FORMAT DE
000600* L'EXPORT DE FACTURES (MESJOURN)
000610     SELECT JOURNAL ASSIGN TO MESJOURC
000620     ORGANIZATION IS SEQUENTIAL
000630     FILE STATUS IS FS-JOURNAL.
000640
000650* LISTING DU RUN REMIS A LA COMPTABILITE : UNE LIGNE PAR
000660* FACTURE DEMANDEE OU RETENUE PAR LE SEUIL, AVEC LA SUITE DONNEE
000670     SELECT LISTING ASSIGN TO MESIRREC
000680     ORGANIZATION IS SEQUENTIAL
000690     FILE STATUS IS FS-LISTING.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD NUMFACT.
000740 01 ENR-NUMFACT.
000750     05 NF-CLE.
000760         10 NF-CLE-TYPE PIC X(01).
000770         10 NF-CLE-REF  PIC X(04).
000780     05 NF-NO-FACTURE   PIC X(10).
000790     05 NF-TOTAL-TTC    PIC 9(8)V99.
000800     05 NF-TOTAL-AVOIR  PIC 9(8)V99.
000810
000820* 'P' REGLEMENT PARTIEL, 'S' SOLDE, 'I' PASSEE EN PERTE
000830 FD REGLEMENTS.
000840 01 ENR-REGLEMENT.
000850     05 RG-O-NO         PIC X(03).
000860     05 RG-TOTAL-PAYE   PIC 9(8)V99.
000870     05 RG-DATE-DERNIER PIC X(10).
000880     05 RG-STATUT       PIC X(01).
000890
000900 FD HISTFAC.
000910 01 ENR-HIST.
000920     05 HIS-CLE.
000930         10 HIS-NO-DOC PIC X(10).
000940         10 HIS-SEQ    PIC 9(03).
000950* 'E' ENTETE DE FACTURE, 'A' ENTETE D'AVOIR, 'P' ENTETE DE
000960* FACTURE DE PENALITES, 'D' LIGNE, 'T' TOTAUX
000970     05 HIS-TYPE-ENR   PIC X(01).
000980     05 HIS-O-NO       PIC X(03).
000990     05 HIS-C-NO       PIC X(03).
001000     05 HIS-CORPS.
001010         10 HIS-ENTETE.
001020             15 HIS-O-DATE  PIC X(10).
001030             15 HIS-COMPANY PIC X(27).
001040             15 HIS-SIRET   PIC X(14).
001040* 'M' = FACTURE MENSUELLE REGROUPANT PLUSIEURS COMMANDES (LES
001040* LIGNES 'D' PORTENT CHACUNE LEUR COMMANDE DANS HIS-O-NO)
001040             15 HIS-TYPE-FACT PIC X(01).
001050             15 FILLER      PIC X(05).
001060         10 HIS-LIGNE REDEFINES HIS-ENTETE.
001070             15 HIS-P-NO        PIC X(03).
001080             15 HIS-DESCRIPTION PIC X(30).
001090             15 HIS-QUANTITY    PIC 9(02).
001100             15 HIS-PRICE       PIC 9(7)V99.
001110             15 HIS-REMISE      PIC 9(8)V99.
001120             15 HIS-TAUX-TVA    PIC 9(2)V9.
001130         10 HIS-TOTAUX REDEFINES HIS-ENTETE.
001140             15 HIS-TOTAL-HT     PIC 9(8)V99.
001150             15 HIS-MONTANT-TVA  PIC 9(8)V99.
001160             15 HIS-TOTAL-TTC    PIC 9(8)V99.
001170             15 HIS-TOTAL-REMISE PIC 9(8)V99.
001180             15 FILLER           PIC X(17).
001190
001200 FD PERTES.
001210 01 ENR-PERTE.
001220     05 PT-O-NO        PIC X(03).
001230     05 PT-NO-FACT     PIC X(10).
001240     05 PT-C-NO        PIC X(03).
001250     05 PT-DATE        PIC X(10).
001260* RESTE DU PASSE EN PERTE (TTC) ET TVA COLLECTEE RECUPEREE
001270     05 PT-MONTANT-TTC PIC 9(8)V99.
001280     05 PT-MONTANT-TVA PIC 9(8)V99.
001290* 'D' FACTURE DEMANDEE EN SYSIN, 'S' RETENUE PAR LE SEUIL
001300     05 PT-MOTIF       PIC X(01).
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
001470  77 FS-NUMFACT     PIC XX.
001480  77 FS-REGLEMENTS  PIC XX.
001490  77 FS-HISTFAC     PIC XX.
001500  77 FS-PERTES      PIC XX.
001510  77 FS-JOURNAL     PIC 99.
001520  77 FS-LISTING     PIC 99.
001530  77 WS-ANO         PIC 99.
001530
001530* SOUS-PROGRAMME DU REGISTRE DES RUNS DE LA CHAINE ET SA ZONE
001530* D'ECHANGE : LE RUN S'Y INSCRIT AU DEBUT, APRES CONTROLE DE SES
001530* PREREQUIS, ET A LA FIN AVEC SON CODE RETOUR ET SES COMPTEURS
001530  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
001530  01 WS-REGISTRE-RUN.
001530      05 REG-FONCTION     PIC X(01).
001530      05 REG-PROGRAMME    PIC X(08) VALUE 'IRRECOUV'.
001530      05 REG-MODE         PIC X(01) VALUE SPACE.
001530      05 REG-DATE-METIER  PIC X(10).
001530      05 REG-RANG         PIC 9(04).
001530      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
001530      05 REG-COMPTEUR OCCURS 3.
001530          10 REG-LIB-NB   PIC X(12).
001530          10 REG-NB       PIC 9(07).
001540
001550* DATE DU PASSAGE EN PERTE, RECUE EN SYSIN AU FORMAT AAAA-MM-JJ :
001560* DATE DES ECRITURES ET REFERENCE DE L'ANCIENNETE
001570  77 WS-DATE-JOUR   PIC X(10).
001570
001570* SOUS-PROGRAMME DE PLACEMENT DES ECRITURES DANS LA PREMIERE
001570* PERIODE COMPTABLE OUVERTE ET SA ZONE D'ECHANGE
001570  77 WS-PROG-PERIODE PIC X(8) VALUE 'CALPERIO'.
001570  01 WS-PERIODE-CPT.
001570      05 PER-DATE-DOC    PIC X(10).
001570      05 PER-DATE-RUN    PIC X(10).
001570      05 PER-DATE-COMPTA PIC X(10).
001570      05 PER-DERNIERE    PIC X(07).
001570      05 PER-RETOUR      PIC X(01).
001570          88 PERIODE-PLACEE      VALUE 'O'.
001570          88 PERIODE-REPORTEE    VALUE 'R'.
001570          88 PERIODE-CLOSE       VALUE 'C'.
001570* DATE DES ECRITURES DU RUN AU JOURNAL
001570  77 WS-DATE-COMPTABLE PIC X(10) VALUE SPACES.
001570
001580* SEUIL DES PETITS SOLDES PASSES AUTOMATIQUEMENT EN PERTE, RECU
001590* EN SYSIN (0000000 = PAS DE PASSAGE AUTOMATIQUE)
001600  77 WS-SEUIL       PIC 9(5)V99.
001610* FACTURE A PASSER EN PERTE, RECUE EN SYSIN ; LA LISTE EST
001620* TERMINEE PAR LA MARQUE '***' COMME DANS CREDREL
001630  77 WS-NO-FACT-DEM PIC X(10) VALUE SPACES.
001640
001650* UNE CREANCE SUR LAQUELLE UN REGLEMENT EST ARRIVE DEPUIS MOINS
001660* DE 90 JOURS EST ENCORE EN COURS DE PAIEMENT ET N'EST PAS PASSEE
001670* EN PERTE ; LE PASSAGE AUTOMATIQUE EXIGE AUSSI UNE FACTURE DE
001680* PLUS DE 90 JOURS (DERNIERE TRANCHE DE LA BALANCE AGEE)
001690  77 WS-DELAI-ACTIVITE PIC 9(03) VALUE 90.
001700
001710* DECOMPOSITION AAAA-MM-JJ D'UNE DATE POUR LE CALCUL D'ANCIENNETE
001720* PAR FUNCTION INTEGER-OF-DATE, MEME PRINCIPE QUE RECAPFAC
001730  01 WS-DATE-DECOMP.
001740      05 WS-DATE-AAAA  PIC 9(4).
001750      05 FILLER        PIC X    VALUE '-'.
001760      05 WS-DATE-MM    PIC 9(2).
001770      05 FILLER        PIC X    VALUE '-'.
001780      05 WS-DATE-JJ    PIC 9(2).
001790  77 WS-DATE-INT-REF  PIC 9(9) COMP.
001800  77 WS-DATE-INT-JOUR PIC 9(9) COMP.
001810  77 WS-JOURS-ANCIEN  PIC S9(6) COMP.
001820
001830* FIN DU PARCOURS DES ENREGISTREMENTS 'O' DU NUMEROTEUR
001840  77 WS-SW-NUMFACT   PIC X(01) VALUE 'N'.
001850      88 FIN-NUMFACT           VALUE 'O'.
001860* FACTURE DEMANDEE RETROUVEE DANS LE NUMEROTEUR
001870  77 WS-SW-FACTURE   PIC X(01) VALUE 'N'.
001880      88 FACTURE-TROUVEE       VALUE 'O'.
001890* FIN DES LIGNES DE LA FACTURE DANS L'ARCHIVE
001900  77 WS-SW-HIST      PIC X(01) VALUE 'N'.
001910      88 FIN-HIST              VALUE 'O'.
001920* ENREGISTREMENT DE REGLEMENT EXISTANT POUR LA COMMANDE
001930  77 WS-SW-RG        PIC X(01) VALUE 'N'.
001940      88 RG-EXISTE             VALUE 'O'.
001950* REGLEMENT ARRIVE DANS LE DELAI D'ACTIVITE
001960  77 WS-SW-EN-COURS  PIC X(01) VALUE 'N'.
001970      88 PAIEMENT-EN-COURS     VALUE 'O'.
001980
001990* FACTURE EN COURS D'EXAMEN : NUMERO, COMMANDE, TTC NET D'AVOIRS,
002000* RESTE DU ET CLIENT
002010  77 WS-NO-FACT-PERTE PIC X(10) VALUE SPACES.
002020  77 WS-O-NO-PERTE   PIC X(03) VALUE SPACES.
002030  77 WS-NET-FACTURE  PIC 9(8)V99 VALUE ZERO.
002040  77 WS-RESTE-DU     PIC 9(8)V99 VALUE ZERO.
002050  77 WS-C-NO-PERTE   PIC X(03) VALUE SPACES.
002050* TTC EMIS DE LA COMMANDE ET TYPE DE LA FACTURE ARCHIVEE : LA
002050* VENTILATION D'UNE FACTURE MENSUELLE SE LIMITE AUX LIGNES DE LA
002050* COMMANDE, AU PRORATA DE SON PROPRE TTC
002050  77 WS-TTC-CDE      PIC 9(8)V99 VALUE ZERO.
002050  77 WS-TYPE-FACT-PERTE PIC X(01) VALUE SPACES.
002060* ORIGINE DU PASSAGE EN PERTE ('D' DEMANDE, 'S' SEUIL)
002070  77 WS-MOTIF        PIC X(01) VALUE 'D'.
002080  77 WS-LIB-SUITE    PIC X(26) VALUE SPACES.
002090
002100* VENTILATION PAR TAUX DE LA FACTURE (BASES NETTES DES LIGNES
002110* ARCHIVEES, MEME CALCUL QUE DECLTVA) ET TVA RECUPEREE SUR LA
002120* PART PASSEE EN PERTE, AU PRORATA DU RESTE DU SUR LE TTC
002130  01 T-TVA-DOC.
002140      05 T-TVA-DOC-LIGNE OCCURS 5 TIMES INDEXED BY IX-TVD.
002150          10 TD-TAUX    PIC 9(2)V9.
002160          10 TD-BASE-HT PIC S9(8)V99.
002170          10 TD-TVA-REC PIC 9(8)V99.
002180  77 WS-NB-TAUX-DOC   PIC 9(4) COMP VALUE ZERO.
002190  77 WS-BASE-LIGNE    PIC S9(8)V99 VALUE ZERO.
002200* TOTAUX ARCHIVES DE LA FACTURE (ENREGISTREMENT 999)
002210  77 WS-HIS-TVA       PIC 9(8)V99 VALUE ZERO.
002220  77 WS-HIS-TTC       PIC 9(8)V99 VALUE ZERO.
002230  77 WS-TVA-RECUPEREE PIC 9(8)V99 VALUE ZERO.
002240  77 WS-PERTE-HT      PIC 9(8)V99 VALUE ZERO.
002250
002260* COMPTES MOUVEMENTES : PERTE SUR CREANCE IRRECOUVRABLE (654) ET
002270* TVA COLLECTEE PAR TAUX (MEME SUFFIXE QUE FACTURES) AU DEBIT,
002280* CLIENT (411) AU CREDIT POUR LE RESTE DU
002290  01 WS-COMPTE-CLIENT.
002300      05 FILLER       PIC X(08) VALUE '41100000'.
002310  01 WS-COMPTE-PERTE.
002320      05 FILLER       PIC X(08) VALUE '65400000'.
002330  01 WS-COMPTE-TVA.
002340      05 FILLER       PIC X(05) VALUE '44571'.
002350      05 WS-CPT-T-TAUX PIC 9(03).
002360* CUMULS DE CONTROLE DU JOURNAL, COMME DANS FACTURES
002370  77 WS-NB-ECRITURES PIC 9(6)    VALUE ZERO.
002380  77 WS-CUMUL-DEBIT  PIC 9(9)V99 VALUE ZERO.
002390  77 WS-CUMUL-CREDIT PIC 9(9)V99 VALUE ZERO.
002400* DATE SYSTEME, PORTEE PAR LES TOTAUX DE CONTROLE DU JOURNAL
002410  01 WS-DATE-SYS.
002420      05 WS-DATE-SYS-AAAA PIC X(04).
002430      05 WS-DATE-SYS-MM   PIC X(02).
002440      05 WS-DATE-SYS-JJ   PIC X(02).
002450  01 WS-DATE-SYS-ISO.
002460      05 WS-ISO-AAAA PIC X(04).
002470      05 FILLER      PIC X(01) VALUE '-'.
002480      05 WS-ISO-MM   PIC X(02).
002490      05 FILLER      PIC X(01) VALUE '-'.
002500      05 WS-ISO-JJ   PIC X(02).
002510
002520* CUMULS DE CONTROLE POUR LE RECAPITULATIF DE FIN DE RUN
002530  77 WS-NB-DEMANDES  PIC 9(6) VALUE ZERO.
002540  77 WS-NB-PERTES    PIC 9(6) VALUE ZERO.
002550  77 WS-NB-SEUIL     PIC 9(6) VALUE ZERO.
002560  77 WS-NB-REFUSEES  PIC 9(6) VALUE ZERO.
002570  77 WS-TOTAL-PERTES PIC 9(9)V99 VALUE ZERO.
002580  77 WS-TOTAL-TVA-REC PIC 9(9)V99 VALUE ZERO.
002590
002600  01 L-IRR-SEPARATEUR.
002610      05 FILLER  PIC X(69) VALUE ALL '='.
002620
002630  01 L-IRR-TITRE.
002640      05 FILLER  PIC X(69)
002650       VALUE 'PASSAGE EN PERTE DES CREANCES IRRECOUVRABLES'.
002660
002670  01 L-IRR-DATE.
002680      05 FILLER       PIC X(30)
002690       VALUE 'DATE DU PASSAGE EN PERTE    :'.
002700      05 IL-ED-DATE   PIC X(10).
002710      05 FILLER       PIC X(29) VALUE ALL ' '.
002720
002730  01 L-IRR-SEUIL.
002740      05 FILLER       PIC X(30)
002750       VALUE 'SEUIL DES PETITS SOLDES     :'.
002760      05 IL-ED-SEUIL  PIC Z(4)9,99.
002770      05 FILLER       PIC X(31) VALUE ALL ' '.
002780
002790  01 L-IRR-COLONNES.
002800      05 FILLER  PIC X(69)
002810       VALUE 'FACTURE     CDE     RESTE DU     TVA REC.  SUITE'.
002820
002830  01 L-IRR-LIGNE.
002840      05 IL-NO-FACT   PIC X(10).
002850      05 FILLER       PIC X(02) VALUE SPACES.
002860      05 IL-O-NO      PIC X(03).
002870      05 FILLER       PIC X(02) VALUE SPACES.
002880      05 IL-RESTE     PIC Z(7)9,99.
002890      05 FILLER       PIC X(02) VALUE SPACES.
002900      05 IL-TVA       PIC Z(7)9,99.
002910      05 FILLER       PIC X(02) VALUE SPACES.
002920      05 IL-SUITE     PIC X(26).
002930
002940  01 L-IRR-NB.
002950      05 FILLER    PIC X(30)
002960       VALUE 'FACTURES DEMANDEES          :'.
002970      05 ED-IRR-NB PIC Z(6)9.
002980      05 FILLER    PIC X(32) VALUE ALL ' '.
002990
003000  01 L-IRR-PERTES.
003010      05 FILLER        PIC X(30)
003020       VALUE 'FACTURES PASSEES EN PERTE   :'.
003030      05 ED-IRR-PERTES PIC Z(6)9.
003040      05 FILLER        PIC X(32) VALUE ALL ' '.
003050
003060  01 L-IRR-SEUIL-NB.
003070      05 FILLER        PIC X(30)
003080       VALUE 'DONT PAR LE SEUIL           :'.
003090      05 ED-IRR-SEUIL  PIC Z(6)9.
003100      05 FILLER        PIC X(32) VALUE ALL ' '.
003110
003120  01 L-IRR-REFUS.
003130      05 FILLER        PIC X(30)
003140       VALUE 'DEMANDES REFUSEES           :'.
003150      05 ED-IRR-REFUS  PIC Z(6)9.
003160      05 FILLER        PIC X(32) VALUE ALL ' '.
003170
003180  01 L-IRR-TOTAL.
003190      05 FILLER        PIC X(30)
003200       VALUE 'TOTAL PASSE EN PERTE (TTC)  :'.
003210      05 ED-IRR-TOTAL  PIC Z(8)9,99.
003220      05 FILLER        PIC X(27) VALUE ALL ' '.
003230
003240  01 L-IRR-TVA.
003250      05 FILLER        PIC X(30)
003260       VALUE 'DONT TVA RECUPEREE          :'.
003270      05 ED-IRR-TVA    PIC Z(8)9,99.
003280      05 FILLER        PIC X(27) VALUE ALL ' '.
003290
003300 PROCEDURE DIVISION.
003310
003320****** RECEPTION DE LA DATE ET DU SEUIL *****
003330     ACCEPT WS-DATE-JOUR FROM SYSIN
003340     ACCEPT WS-SEUIL     FROM SYSIN
003350     ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
003360     MOVE WS-DATE-SYS-AAAA TO WS-ISO-AAAA
003370     MOVE WS-DATE-SYS-MM   TO WS-ISO-MM
003380     MOVE WS-DATE-SYS-JJ   TO WS-ISO-JJ
003390     MOVE WS-DATE-JOUR TO WS-DATE-DECOMP
003400     COMPUTE WS-DATE-INT-JOUR = FUNCTION INTEGER-OF-DATE(
003410             WS-DATE-AAAA * 10000 + WS-DATE-MM * 100 + WS-DATE-JJ)
003420
003430****** INSCRIPTION DU RUN AU REGISTRE DE LA CHAINE *****
003430     MOVE 'D' TO REG-FONCTION
003430     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
003430
003430****** PERIODE COMPTABLE DES ECRITURES DU RUN *****
003430     PERFORM PLACER-DATE-COMPTABLE
003430
003430*******OUVERTURE DES FICHIERS*******
003440     PERFORM OUV-FICHIERS
003450
003460     PERFORM ECRITURE-ENTETE-LISTING
003470
003480****** RECEPTION DES FACTURES A PASSER EN PERTE *****
003490     ACCEPT WS-NO-FACT-DEM FROM SYSIN
003500     PERFORM UNTIL WS-NO-FACT-DEM = '***'
003510         PERFORM TRAITER-DEMANDE
003520         ACCEPT WS-NO-FACT-DEM FROM SYSIN
003530     END-PERFORM
003540
003550* LES PETITS SOLDES NE SONT BALAYES QU'APRES LES DEMANDES : UNE
003560* FACTURE DEMANDEE ET DEJA PASSEE EN PERTE N'Y EST PLUS RETENUE
003570     IF WS-SEUIL > ZERO THEN
003580         PERFORM TRAITER-SEUIL
003590     END-IF
003600
003610     PERFORM ECRITURE-CONTROLE-JOURNAL
003620     PERFORM ECRITURE-CONTROLE
003630     PERFORM FERM-FICHIERS
003640     PERFORM ENREGISTRER-FIN-RUN
003640     GOBACK.
003650
003660 ABEND-PROG.
003670       DISPLAY "ANOMALIE GRAVE : ", FS-NUMFACT, " ",
003680               FS-REGLEMENTS, " ", FS-HISTFAC, " ", FS-PERTES
003690       COMPUTE WS-ANO = 1 / WS-ANO.
003690
003690* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
003690* COMPTEURS
003690 ENREGISTRER-FIN-RUN.
003690     MOVE 'F'         TO REG-FONCTION
003690     MOVE RETURN-CODE TO REG-CODE-RETOUR
003690     MOVE 'DEMANDES'     TO REG-LIB-NB(1)
003690     MOVE WS-NB-DEMANDES TO REG-NB(1)
003690     MOVE 'PERTES'       TO REG-LIB-NB(2)
003690     MOVE WS-NB-PERTES   TO REG-NB(2)
003690     MOVE 'REFUSEES'     TO REG-LIB-NB(3)
003690     MOVE WS-NB-REFUSEES TO REG-NB(3)
003690     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
003690
003690* LES ECRITURES DU RUN SONT DATEES DU JOUR DE REFERENCE, OU DU
003690* PREMIER JOUR DE LA PREMIERE PERIODE OUVERTE SI SA PERIODE EST
003690* CLOSE. UNE DATE QUI NE PEUT ETRE PLACEE (MOIS DU RUN DEJA CLOS,
003690* DATE INVALIDE) ARRETE LE RUN AVANT TOUTE MISE A JOUR, COMME UN
003690* PARAMETRE ERRONE
003690 PLACER-DATE-COMPTABLE.
003690     MOVE WS-DATE-JOUR    TO PER-DATE-DOC
003690     MOVE WS-DATE-SYS-ISO TO PER-DATE-RUN
003690     CALL WS-PROG-PERIODE USING BY REFERENCE WS-PERIODE-CPT
003690     EVALUATE TRUE
003690         WHEN PERIODE-PLACEE
003690             MOVE PER-DATE-COMPTA TO WS-DATE-COMPTABLE
003690         WHEN PERIODE-REPORTEE
003690             MOVE PER-DATE-COMPTA TO WS-DATE-COMPTABLE
003690             DISPLAY "PERIODE ", WS-DATE-JOUR(1:7), " CLOSE, ",
003690                     "ECRITURES REPORTEES AU : ",
003690                     WS-DATE-COMPTABLE
003690         WHEN PERIODE-CLOSE
003690             DISPLAY "PERIODE COMPTABLE CLOSE, RUN REFUSE : ",
003690                     WS-DATE-JOUR
003690             DISPLAY "DERNIERE PERIODE CLOSE : ", PER-DERNIERE
003690             PERFORM ABEND-PROG
003690         WHEN OTHER
003690             DISPLAY "DATE DE REFERENCE INVALIDE : ", WS-DATE-JOUR
003690             PERFORM ABEND-PROG
003690     END-EVALUATE.
003700
003710* UNE DEMANDE DE PASSAGE EN PERTE : LA FACTURE DOIT EXISTER,
003720* AVOIR UN RESTE DU, NE PAS ETRE DEJA PASSEE EN PERTE NI ENCORE
003730* EN COURS DE PAIEMENT ; TOUT REFUS EST TRACE SANS RIEN TOUCHER.
003731* CHAQUE COMMANDE DE LA FACTURE EST EXAMINEE (UNE FACTURE
003732* MENSUELLE EN REGROUPE PLUSIEURS) ET DONNE SA PROPRE LIGNE
003740 TRAITER-DEMANDE.
003750     ADD 1 TO WS-NB-DEMANDES
003760     MOVE 'D' TO WS-MOTIF
003770     MOVE WS-NO-FACT-DEM TO WS-NO-FACT-PERTE
003780     MOVE SPACES TO WS-O-NO-PERTE
003790     MOVE ZERO TO WS-RESTE-DU
003800     MOVE ZERO TO WS-TVA-RECUPEREE
003810* UNE REFERENCE A BLANC S'APPARIERAIT AVEC LES CORRESPONDANCES
003820* SANS NUMERO, COMME DANS ENCAISSE
003830     IF WS-NO-FACT-DEM = SPACES THEN
003840         MOVE 'N' TO WS-SW-FACTURE
003850     ELSE
003860         PERFORM CHERCHER-FACTURE
003870     END-IF
003880     IF NOT FACTURE-TROUVEE THEN
003890         MOVE 'REFUS : FACTURE INCONNUE' TO WS-LIB-SUITE
003900         PERFORM REFUSER-DEMANDE
003910     END-IF.
003911
003912* EXAMEN DE LA COMMANDE DE LA CORRESPONDANCE COURANTE
003913 TRAITER-CORRESPONDANCE.
003914     MOVE ZERO TO WS-TVA-RECUPEREE
003915     PERFORM RETENIR-CORRESPONDANCE
003920     PERFORM CALCULER-RESTE-DU
003930     EVALUATE TRUE
003940         WHEN RG-EXISTE AND RG-STATUT = 'I'
003950             MOVE 'REFUS : DEJA EN PERTE' TO WS-LIB-SUITE
003960             PERFORM REFUSER-DEMANDE
003970         WHEN WS-RESTE-DU = ZERO
003980             MOVE 'REFUS : RIEN A PERCEVOIR' TO WS-LIB-SUITE
003990             PERFORM REFUSER-DEMANDE
004000         WHEN PAIEMENT-EN-COURS
004010             MOVE 'REFUS : PAIEMENT EN COURS' TO WS-LIB-SUITE
004020             PERFORM REFUSER-DEMANDE
004030         WHEN OTHER
004040             PERFORM LIRE-ENTETE-ARCHIVE
004050             IF FS-HISTFAC = ZERO OR FS-HISTFAC = '02' THEN
004060                 PERFORM PASSER-EN-PERTE
004070             ELSE
004080                 MOVE 'REFUS : NON ARCHIVEE'
004090                                   TO WS-LIB-SUITE
004100                 PERFORM REFUSER-DEMANDE
004110             END-IF
004120     END-EVALUATE.
004140
004150 REFUSER-DEMANDE.
004160     ADD 1 TO WS-NB-REFUSEES
004170     PERFORM ECRITURE-LIGNE.
004180
004190* PARCOURS DES ENREGISTREMENTS 'O' DU NUMEROTEUR A LA RECHERCHE
004200* DU NUMERO DEMANDE, COMME CHERCHER-FACTURE D'ENCAISSE ; LE
004201* PARCOURS VA JUSQU'AU BOUT POUR REPRENDRE TOUTES LES COMMANDES
004202* D'UNE FACTURE MENSUELLE (LE NUMEROTEUR N'EST QUE LU PENDANT LE
004203* PASSAGE EN PERTE, LA LECTURE SEQUENTIELLE N'EN EST PAS AFFECTEE)
004210 CHERCHER-FACTURE.
004220     MOVE 'N' TO WS-SW-FACTURE
004230     MOVE 'N' TO WS-SW-NUMFACT
004240     MOVE 'O' TO NF-CLE-TYPE
004250     MOVE LOW-VALUES TO NF-CLE-REF
004260     START NUMFACT KEY NOT LESS THAN NF-CLE
004270     IF FS-NUMFACT = ZERO THEN
004280         PERFORM UNTIL FIN-NUMFACT
004290             PERFORM LIRE-NUMFACT-SUIVANT
004300             IF NOT FIN-NUMFACT
004310                AND NF-NO-FACTURE = WS-NO-FACT-DEM THEN
004320                 MOVE 'O' TO WS-SW-FACTURE
004330                 PERFORM TRAITER-CORRESPONDANCE
004340             END-IF
004350         END-PERFORM
004360     END-IF.
004370
004380 LIRE-NUMFACT-SUIVANT.
004390     READ NUMFACT NEXT
004400     EVALUATE TRUE
004410         WHEN FS-NUMFACT = ZERO OR FS-NUMFACT = '02'
004420             IF NF-CLE-TYPE NOT = 'O' THEN
004430                 MOVE 'O' TO WS-SW-NUMFACT
004440             END-IF
004450         WHEN FS-NUMFACT = '10'
004460             MOVE 'O' TO WS-SW-NUMFACT
004470         WHEN OTHER
004480             DISPLAY "ERR READ NUMFACT - FILE STATUS : ",
004490                     FS-NUMFACT
004500             PERFORM ABEND-PROG
004510     END-EVALUATE.
004520
004530* COMMANDE ET TTC NET D'AVOIRS DE LA CORRESPONDANCE COURANTE
004540 RETENIR-CORRESPONDANCE.
004550     MOVE NF-NO-FACTURE   TO WS-NO-FACT-PERTE
004560     MOVE NF-CLE-REF(1:3) TO WS-O-NO-PERTE
004560     MOVE NF-TOTAL-TTC    TO WS-TTC-CDE
004570     IF NF-TOTAL-AVOIR >= NF-TOTAL-TTC THEN
004580         MOVE ZERO TO WS-NET-FACTURE
004590     ELSE
004600         COMPUTE WS-NET-FACTURE = NF-TOTAL-TTC - NF-TOTAL-AVOIR
004610     END-IF.
004620
004630* RESTE DU : TTC NET D'AVOIRS MOINS LE CUMUL DEJA ENCAISSE ; LA
004640* COMMANDE EST EN COURS DE PAIEMENT SI UN REGLEMENT EST ARRIVE
004650* DANS LE DELAI D'ACTIVITE
004660 CALCULER-RESTE-DU.
004670     MOVE WS-NET-FACTURE TO WS-RESTE-DU
004680     MOVE 'N' TO WS-SW-RG
004690     MOVE 'N' TO WS-SW-EN-COURS
004700     MOVE WS-O-NO-PERTE TO RG-O-NO
004710     READ REGLEMENTS
004720     EVALUATE TRUE
004730         WHEN FS-REGLEMENTS = ZERO OR FS-REGLEMENTS = '02'
004740             MOVE 'O' TO WS-SW-RG
004750             IF RG-TOTAL-PAYE >= WS-RESTE-DU THEN
004760                 MOVE ZERO TO WS-RESTE-DU
004770             ELSE
004780                 COMPUTE WS-RESTE-DU =
004790                         WS-RESTE-DU - RG-TOTAL-PAYE
004800             END-IF
004810             IF RG-TOTAL-PAYE > ZERO THEN
004820                 MOVE RG-DATE-DERNIER TO WS-DATE-DECOMP
004830                 PERFORM CALCULER-ANCIENNETE
004840                 IF WS-JOURS-ANCIEN < WS-DELAI-ACTIVITE THEN
004850                     MOVE 'O' TO WS-SW-EN-COURS
004860                 END-IF
004870             END-IF
004880         WHEN FS-REGLEMENTS = '23'
004890             CONTINUE
004900         WHEN OTHER
004910             DISPLAY "ERR READ REGLEMENTS - FILE STATUS : ",
004920                     FS-REGLEMENTS
004930             PERFORM ABEND-PROG
004940     END-EVALUATE.
004950
004960* NOMBRE DE JOURS ENTRE LA DATE PLACEE DANS WS-DATE-DECOMP ET LA
004970* DATE DU PASSAGE EN PERTE
004980 CALCULER-ANCIENNETE.
004990     COMPUTE WS-DATE-INT-REF = FUNCTION INTEGER-OF-DATE(
005000             WS-DATE-AAAA * 10000 + WS-DATE-MM * 100 + WS-DATE-JJ)
005010     COMPUTE WS-JOURS-ANCIEN = WS-DATE-INT-JOUR - WS-DATE-INT-REF.
005020
005030* ENTETE DU DOCUMENT DANS L'ARCHIVE (SEQUENCE 000) : DONNE LE
005040* CLIENT ET LA DATE DE LA FACTURE
005050 LIRE-ENTETE-ARCHIVE.
005060     MOVE WS-NO-FACT-PERTE TO HIS-NO-DOC
005070     MOVE ZERO TO HIS-SEQ
005080     READ HISTFAC
005090     IF FS-HISTFAC NOT = ZERO AND FS-HISTFAC NOT = '02'
005100        AND FS-HISTFAC NOT = '23' THEN
005110         DISPLAY "ERR READ HISTFAC - FILE STATUS : ", FS-HISTFAC
005120         PERFORM ABEND-PROG
005130     END-IF
005140     IF FS-HISTFAC = ZERO OR FS-HISTFAC = '02' THEN
005150         MOVE HIS-C-NO TO WS-C-NO-PERTE
005150         MOVE HIS-TYPE-FACT TO WS-TYPE-FACT-PERTE
005160     END-IF.
005170
005180* PASSAGE AUTOMATIQUE DES PETITS SOLDES : TOUTE FACTURE ARCHIVEE
005190* DE PLUS DE 90 JOURS DONT LE RESTE DU NE DEPASSE PAS LE SEUIL,
005200* SANS REGLEMENT DANS LE DELAI D'ACTIVITE NI PASSAGE EN PERTE
005210* ANTERIEUR ; LES FACTURES ECARTEES NE SONT PAS LISTEES
005220 TRAITER-SEUIL.
005230     MOVE 'S' TO WS-MOTIF
005240     MOVE 'N' TO WS-SW-NUMFACT
005250     MOVE 'O' TO NF-CLE-TYPE
005260     MOVE LOW-VALUES TO NF-CLE-REF
005270     START NUMFACT KEY NOT LESS THAN NF-CLE
005280     IF FS-NUMFACT NOT = ZERO THEN
005290         MOVE 'O' TO WS-SW-NUMFACT
005300     END-IF
005310     PERFORM UNTIL FIN-NUMFACT
005320         PERFORM LIRE-NUMFACT-SUIVANT
005330         IF NOT FIN-NUMFACT
005340            AND NF-NO-FACTURE NOT = SPACES THEN
005350             PERFORM EXAMINER-PETIT-SOLDE
005360         END-IF
005370     END-PERFORM.
005380
005390 EXAMINER-PETIT-SOLDE.
005400     PERFORM RETENIR-CORRESPONDANCE
005410     MOVE ZERO TO WS-TVA-RECUPEREE
005420     PERFORM CALCULER-RESTE-DU
005430     IF WS-RESTE-DU > ZERO AND WS-RESTE-DU NOT > WS-SEUIL
005440        AND NOT PAIEMENT-EN-COURS
005450        AND NOT (RG-EXISTE AND RG-STATUT = 'I') THEN
005460         PERFORM LIRE-ENTETE-ARCHIVE
005470         IF FS-HISTFAC = ZERO OR FS-HISTFAC = '02' THEN
005480             MOVE HIS-O-DATE TO WS-DATE-DECOMP
005490             PERFORM CALCULER-ANCIENNETE
005500             IF WS-JOURS-ANCIEN > WS-DELAI-ACTIVITE THEN
005510                 PERFORM PASSER-EN-PERTE
005520                 ADD 1 TO WS-NB-SEUIL
005530             END-IF
005540         END-IF
005550     END-IF.
005560
005570* PASSAGE EN PERTE DU RESTE DU : ECRITURES COMPTABLES, STATUT
005580* 'I' SUR LA COMMANDE (LE CUMUL REELLEMENT ENCAISSE RESTE
005590* INTACT) ET TRACE DANS FPERTES POUR LES RELEVES
005600 PASSER-EN-PERTE.
005610     PERFORM VENTILER-TVA-FACTURE
005620     COMPUTE WS-PERTE-HT = WS-RESTE-DU - WS-TVA-RECUPEREE
005630     PERFORM ECRITURE-JOURNAL-PERTE
005640     PERFORM MARQUER-REGLEMENT
005650     PERFORM MEMORISER-PERTE
005660     ADD 1 TO WS-NB-PERTES
005670     COMPUTE WS-TOTAL-PERTES = WS-TOTAL-PERTES + WS-RESTE-DU
005680     COMPUTE WS-TOTAL-TVA-REC =
005690             WS-TOTAL-TVA-REC + WS-TVA-RECUPEREE
005700     IF WS-MOTIF = 'S' THEN
005710         MOVE 'EN PERTE (PETIT SOLDE)' TO WS-LIB-SUITE
005720     ELSE
005730         MOVE 'PASSEE EN PERTE' TO WS-LIB-SUITE
005740     END-IF
005750     PERFORM ECRITURE-LIGNE.
005760
005770* TVA A RECUPERER : LES BASES PAR TAUX SONT RECONSTITUEES A
005780* PARTIR DES LIGNES ARCHIVEES, PUIS LA TVA DE CHAQUE TAUX EST
005790* REDUITE AU PRORATA DU RESTE DU SUR LE TTC DE LA FACTURE. UNE
005800* FACTURE ARCHIVEE SANS TVA (EXPORT EXONERE, PENALITES) NE
005810* DONNE AUCUNE RECUPERATION. POUR UNE FACTURE MENSUELLE, SEULES
005811* LES LIGNES DE LA COMMANDE SONT RETENUES ET LE PRORATA SE FAIT
005812* SUR LE TTC DE LA COMMANDE
005820 VENTILER-TVA-FACTURE.
005830     INITIALIZE T-TVA-DOC
005840     MOVE ZERO TO WS-NB-TAUX-DOC
005850     MOVE ZERO TO WS-TVA-RECUPEREE
005860     MOVE 'N' TO WS-SW-HIST
005870     MOVE WS-NO-FACT-PERTE TO HIS-NO-DOC
005880     MOVE 1 TO HIS-SEQ
005890     START HISTFAC KEY NOT LESS THAN HIS-CLE
005900     IF FS-HISTFAC NOT = ZERO THEN
005910         MOVE 'O' TO WS-SW-HIST
005920     END-IF
005930     PERFORM UNTIL FIN-HIST
005940         PERFORM LIRE-HIST-SUIVANT
005950         IF NOT FIN-HIST AND HIS-TYPE-ENR = 'D'
005951            AND (WS-TYPE-FACT-PERTE NOT = 'M'
005952                 OR HIS-O-NO = WS-O-NO-PERTE) THEN
005960             PERFORM CUMULER-LIGNE-TAUX
005970         END-IF
005980     END-PERFORM
005990
006000     MOVE ZERO TO WS-HIS-TVA
006010     MOVE ZERO TO WS-HIS-TTC
006020     MOVE WS-NO-FACT-PERTE TO HIS-NO-DOC
006030     MOVE 999 TO HIS-SEQ
006040     READ HISTFAC
006050     EVALUATE TRUE
006060         WHEN FS-HISTFAC = ZERO OR FS-HISTFAC = '02'
006070             MOVE HIS-MONTANT-TVA TO WS-HIS-TVA
006080             MOVE HIS-TOTAL-TTC   TO WS-HIS-TTC
006081             IF WS-TYPE-FACT-PERTE = 'M' THEN
006082                 MOVE WS-TTC-CDE  TO WS-HIS-TTC
006083             END-IF
006090         WHEN FS-HISTFAC = '23'
006100             DISPLAY "TOTAUX NON ARCHIVES, SANS TVA RECUPEREE : ",
006110                     WS-NO-FACT-PERTE
006120         WHEN OTHER
006130             DISPLAY "ERR READ HISTFAC - FILE STATUS : ",
006140                     FS-HISTFAC
006150             PERFORM ABEND-PROG
006160     END-EVALUATE
006170
006180     IF WS-HIS-TVA > ZERO AND WS-HIS-TTC > ZERO THEN
006190         PERFORM CALCULER-TVA-RECUPEREE
006200             VARYING IX-TVD FROM 1 BY 1
006210             UNTIL IX-TVD > WS-NB-TAUX-DOC
006220     END-IF
006230     IF WS-TVA-RECUPEREE > WS-RESTE-DU THEN
006240         MOVE WS-RESTE-DU TO WS-TVA-RECUPEREE
006250     END-IF.
006260
006270 LIRE-HIST-SUIVANT.
006280     READ HISTFAC NEXT
006290     EVALUATE TRUE
006300         WHEN FS-HISTFAC = ZERO OR FS-HISTFAC = '02'
006310             IF HIS-NO-DOC NOT = WS-NO-FACT-PERTE
006320                OR HIS-SEQ = 999 THEN
006330                 MOVE 'O' TO WS-SW-HIST
006340             END-IF
006350         WHEN FS-HISTFAC = '10'
006360             MOVE 'O' TO WS-SW-HIST
006370         WHEN OTHER
006380             DISPLAY "ERR READ HISTFAC - FILE STATUS : ",
006390                     FS-HISTFAC
006400             PERFORM ABEND-PROG
006410     END-EVALUATE.
006420
006430 CUMULER-LIGNE-TAUX.
006440     COMPUTE WS-BASE-LIGNE =
006450             HIS-QUANTITY * HIS-PRICE - HIS-REMISE
006460     SET IX-TVD TO 1
006470     PERFORM UNTIL IX-TVD > WS-NB-TAUX-DOC
006480                OR TD-TAUX(IX-TVD) = HIS-TAUX-TVA
006490         SET IX-TVD UP BY 1
006500     END-PERFORM
006510     IF IX-TVD > WS-NB-TAUX-DOC THEN
006520         IF WS-NB-TAUX-DOC >= 5 THEN
006530             DISPLAY "TABLE T-TVA-DOC PLEINE : ", HIS-NO-DOC
006540             PERFORM ABEND-PROG
006550         END-IF
006560         ADD 1 TO WS-NB-TAUX-DOC
006570         SET IX-TVD TO WS-NB-TAUX-DOC
006580         MOVE HIS-TAUX-TVA TO TD-TAUX(IX-TVD)
006590         MOVE ZERO TO TD-BASE-HT(IX-TVD)
006600         MOVE ZERO TO TD-TVA-REC(IX-TVD)
006610     END-IF
006620     ADD WS-BASE-LIGNE TO TD-BASE-HT(IX-TVD).
006630
006640 CALCULER-TVA-RECUPEREE.
006650     IF TD-BASE-HT(IX-TVD) > ZERO THEN
006660         COMPUTE TD-TVA-REC(IX-TVD) ROUNDED =
006670                 TD-BASE-HT(IX-TVD) * TD-TAUX(IX-TVD) / 100
006680                 * WS-RESTE-DU / WS-HIS-TTC
006690         COMPUTE WS-TVA-RECUPEREE =
006700                 WS-TVA-RECUPEREE + TD-TVA-REC(IX-TVD)
006710     END-IF.
006720
006730* ECRITURES DU PASSAGE EN PERTE : DEBIT DE LA TVA RECUPEREE PAR
006740* TAUX ET DE LA PERTE HORS TAXES, CREDIT DU CLIENT POUR LE RESTE
006750* DU ; DEBITS ET CREDITS S'EQUILIBRENT PAR CONSTRUCTION
006760 ECRITURE-JOURNAL-PERTE.
006770     PERFORM ECRITURE-JOURNAL-TVA
006780         VARYING IX-TVD FROM 1 BY 1
006790         UNTIL IX-TVD > WS-NB-TAUX-DOC
006800     IF WS-PERTE-HT > ZERO THEN
006810         MOVE WS-COMPTE-PERTE TO JRN-COMPTE
006820         MOVE 'D'             TO JRN-SENS
006830         MOVE WS-PERTE-HT     TO JRN-MONTANT
006840         MOVE ZERO            TO JRN-TAUX
006850         PERFORM ECRITURE-JOURNAL-MVT
006860     END-IF
006870     MOVE WS-COMPTE-CLIENT TO JRN-COMPTE
006880     MOVE 'C'              TO JRN-SENS
006890     MOVE WS-RESTE-DU      TO JRN-MONTANT
006900     MOVE ZERO             TO JRN-TAUX
006910     PERFORM ECRITURE-JOURNAL-MVT.
006920
006930 ECRITURE-JOURNAL-TVA.
006940     IF TD-TVA-REC(IX-TVD) > ZERO THEN
006950         COMPUTE WS-CPT-T-TAUX = TD-TAUX(IX-TVD) * 10
006960         MOVE WS-COMPTE-TVA      TO JRN-COMPTE
006970         MOVE 'D'                TO JRN-SENS
006980         MOVE TD-TVA-REC(IX-TVD) TO JRN-MONTANT
006990         MOVE TD-TAUX(IX-TVD)    TO JRN-TAUX
007000         PERFORM ECRITURE-JOURNAL-MVT
007010     END-IF.
007020
007030 ECRITURE-JOURNAL-MVT.
007040     MOVE 'M'              TO JRN-TYPE-ENR
007050     MOVE WS-NO-FACT-PERTE TO JRN-NO-FACT
007060     MOVE WS-O-NO-PERTE    TO JRN-O-NO
007070     MOVE WS-DATE-COMPTABLE TO JRN-DATE
007080     ADD 1 TO WS-NB-ECRITURES
007090     IF JRN-SENS = 'D' THEN
007100         COMPUTE WS-CUMUL-DEBIT =
007110                 WS-CUMUL-DEBIT + JRN-MONTANT
007120     ELSE
007130         COMPUTE WS-CUMUL-CREDIT =
007140                 WS-CUMUL-CREDIT + JRN-MONTANT
007150     END-IF
007160     WRITE ENR-JOURNAL
007170     IF FS-JOURNAL NOT = ZERO THEN
007180         DISPLAY "ERR WRITE JOURNAL - FILE STATUS : ", FS-JOURNAL
007190         PERFORM ABEND-PROG
007200     END-IF.
007210
007220* LA COMMANDE PREND LE STATUT 'I' ; SANS AUCUN REGLEMENT, SON
007230* ENREGISTREMENT EST CREE AVEC UN CUMUL NUL, DATE DU PASSAGE
007240 MARQUER-REGLEMENT.
007250     IF NOT RG-EXISTE THEN
007260         MOVE WS-O-NO-PERTE TO RG-O-NO
007270         MOVE ZERO          TO RG-TOTAL-PAYE
007280         MOVE WS-DATE-JOUR  TO RG-DATE-DERNIER
007290         MOVE 'I'           TO RG-STATUT
007300         WRITE ENR-REGLEMENT
007310     ELSE
007320         MOVE WS-O-NO-PERTE TO RG-O-NO
007330         READ REGLEMENTS
007340         IF FS-REGLEMENTS NOT = ZERO
007350            AND FS-REGLEMENTS NOT = '02' THEN
007360             DISPLAY "ERR READ REGLEMENTS - FILE STATUS : ",
007370                     FS-REGLEMENTS
007380             PERFORM ABEND-PROG
007390         END-IF
007400         MOVE 'I' TO RG-STATUT
007410         REWRITE ENR-REGLEMENT
007420     END-IF
007430     IF FS-REGLEMENTS NOT = ZERO AND FS-REGLEMENTS NOT = '02' THEN
007440         DISPLAY "ERR ECRITURE REGLEMENTS - FILE STATUS : ",
007450                 FS-REGLEMENTS
007460         PERFORM ABEND-PROG
007470     END-IF.
007480
007490 MEMORISER-PERTE.
007500     MOVE WS-O-NO-PERTE    TO PT-O-NO
007510     MOVE WS-NO-FACT-PERTE TO PT-NO-FACT
007520     MOVE WS-C-NO-PERTE    TO PT-C-NO
007530     MOVE WS-DATE-JOUR     TO PT-DATE
007540     MOVE WS-RESTE-DU      TO PT-MONTANT-TTC
007550     MOVE WS-TVA-RECUPEREE TO PT-MONTANT-TVA
007560     MOVE WS-MOTIF         TO PT-MOTIF
007570     WRITE ENR-PERTE
007580     IF FS-PERTES = '22' THEN
007590         REWRITE ENR-PERTE
007600     END-IF
007610     IF FS-PERTES NOT = ZERO AND FS-PERTES NOT = '02' THEN
007620         DISPLAY "ERR ECRITURE PERTES - FILE STATUS : ", FS-PERTES
007630         PERFORM ABEND-PROG
007640     END-IF.
007650
007660 ECRITURE-LIGNE.
007670     MOVE WS-NO-FACT-PERTE TO IL-NO-FACT
007680     MOVE WS-O-NO-PERTE    TO IL-O-NO
007690     MOVE WS-RESTE-DU      TO IL-RESTE
007700     MOVE WS-TVA-RECUPEREE TO IL-TVA
007710     MOVE WS-LIB-SUITE     TO IL-SUITE
007720     WRITE ENR-LISTING FROM L-IRR-LIGNE
007730     IF FS-LISTING NOT = ZERO THEN
007740         DISPLAY "ERR WRITE MESIRREC - FILE STATUS : ",
007750                 FS-LISTING
007760         PERFORM ABEND-PROG
007770     END-IF.
007780
007790 ECRITURE-ENTETE-LISTING.
007800     MOVE WS-DATE-JOUR TO IL-ED-DATE
007810     MOVE WS-SEUIL     TO IL-ED-SEUIL
007820     WRITE ENR-LISTING FROM L-IRR-SEPARATEUR
007830     WRITE ENR-LISTING FROM L-IRR-TITRE
007840     WRITE ENR-LISTING FROM L-IRR-DATE
007850     WRITE ENR-LISTING FROM L-IRR-SEUIL
007860     WRITE ENR-LISTING FROM L-IRR-SEPARATEUR
007870     WRITE ENR-LISTING FROM L-IRR-COLONNES
007880     IF FS-LISTING NOT = ZERO THEN
007890         DISPLAY "ERR WRITE MESIRREC - FILE STATUS : ",
007900                 FS-LISTING
007910         PERFORM ABEND-PROG
007920     END-IF.
007930
007940* TOTAUX DE CONTROLE DU JOURNAL, MEME DESSIN QUE DANS FACTURES :
007950* UN DESEQUILIBRE ARRETE LE JOB
007960 ECRITURE-CONTROLE-JOURNAL.
007970     MOVE 'T'      TO JRN-TYPE-ENR
007980     MOVE SPACES   TO JRN-NO-FACT
007990     MOVE SPACES   TO JRN-O-NO
008000     MOVE WS-DATE-SYS-ISO TO JRN-DATE
008010     MOVE ALL '9'  TO JRN-COMPTE
008020     MOVE ZERO     TO JRN-TAUX
008030     MOVE 'D'            TO JRN-SENS
008040     MOVE WS-CUMUL-DEBIT TO JRN-MONTANT
008050     WRITE ENR-JOURNAL
008060     MOVE 'C'             TO JRN-SENS
008070     MOVE WS-CUMUL-CREDIT TO JRN-MONTANT
008080     WRITE ENR-JOURNAL
008090     IF FS-JOURNAL NOT = ZERO THEN
008100         DISPLAY "ERR WRITE JOURNAL - FILE STATUS : ",
008110                 FS-JOURNAL
008120         PERFORM ABEND-PROG
008130     END-IF
008140     IF WS-CUMUL-DEBIT NOT = WS-CUMUL-CREDIT THEN
008150         DISPLAY "EXPORT COMPTABLE DESEQUILIBRE : ",
008160                 WS-CUMUL-DEBIT, " / ", WS-CUMUL-CREDIT
008170         PERFORM ABEND-PROG
008180     END-IF.
008190
008200 ECRITURE-CONTROLE.
008210     MOVE WS-NB-DEMANDES   TO ED-IRR-NB
008220     MOVE WS-NB-PERTES     TO ED-IRR-PERTES
008230     MOVE WS-NB-SEUIL      TO ED-IRR-SEUIL
008240     MOVE WS-NB-REFUSEES   TO ED-IRR-REFUS
008250     MOVE WS-TOTAL-PERTES  TO ED-IRR-TOTAL
008260     MOVE WS-TOTAL-TVA-REC TO ED-IRR-TVA
008270     WRITE ENR-LISTING FROM L-IRR-SEPARATEUR
008280     WRITE ENR-LISTING FROM L-IRR-NB
008290     WRITE ENR-LISTING FROM L-IRR-PERTES
008300     WRITE ENR-LISTING FROM L-IRR-SEUIL-NB
008310     WRITE ENR-LISTING FROM L-IRR-REFUS
008320     WRITE ENR-LISTING FROM L-IRR-TOTAL
008330     WRITE ENR-LISTING FROM L-IRR-TVA
008340     WRITE ENR-LISTING FROM L-IRR-SEPARATEUR.
008350
008360 OUV-FICHIERS.
008370     OPEN INPUT NUMFACT
008380     IF FS-NUMFACT NOT = ZERO AND FS-NUMFACT NOT = '02' THEN
008390         DISPLAY "ERR OPEN NUMFACT - FILE STATUS : ", FS-NUMFACT
008400         PERFORM ABEND-PROG
008410     END-IF
008420     OPEN INPUT HISTFAC
008430     IF FS-HISTFAC NOT = ZERO AND FS-HISTFAC NOT = '02' THEN
008440         DISPLAY "ERR OPEN HISTFAC - FILE STATUS : ", FS-HISTFAC
008450         PERFORM ABEND-PROG
008460     END-IF
008470* OUVERTURE EN I-O ; SANS FICHIER DE REGLEMENTS (ENCAISSE JAMAIS
008480* PASSE), ON LE CREE VIDE COMME ENCAISSE
008490     OPEN I-O REGLEMENTS
008500     IF FS-REGLEMENTS = '35' THEN
008510         OPEN OUTPUT REGLEMENTS
008520         CLOSE REGLEMENTS
008530         OPEN I-O REGLEMENTS
008540     END-IF
008550     IF FS-REGLEMENTS NOT = ZERO AND FS-REGLEMENTS NOT = '02' THEN
008560         DISPLAY "ERR OPEN REGLEMENTS - FILE STATUS : ",
008570                 FS-REGLEMENTS
008580         PERFORM ABEND-PROG
008590     END-IF
008600* OUVERTURE EN I-O ; PREMIER RUN SANS FICHIER DES PERTES, ON LE
008610* CREE VIDE
008620     OPEN I-O PERTES
008630     IF FS-PERTES = '35' THEN
008640         OPEN OUTPUT PERTES
008650         CLOSE PERTES
008660         OPEN I-O PERTES
008670     END-IF
008680     IF FS-PERTES NOT = ZERO AND FS-PERTES NOT = '02' THEN
008690         DISPLAY "ERR OPEN PERTES - FILE STATUS : ", FS-PERTES
008700         PERFORM ABEND-PROG
008710     END-IF
008720     OPEN OUTPUT JOURNAL
008730     IF FS-JOURNAL NOT = ZERO THEN
008740         DISPLAY "ERR OPEN JOURNAL - FILE STATUS : ", FS-JOURNAL
008750         PERFORM ABEND-PROG
008760     END-IF
008770     OPEN OUTPUT LISTING
008780     IF FS-LISTING NOT = ZERO THEN
008790         DISPLAY "ERR OPEN MESIRREC - FILE STATUS : ", FS-LISTING
008800         PERFORM ABEND-PROG
008810     END-IF.
008820
008830 FERM-FICHIERS.
008840     CLOSE NUMFACT
008850     IF FS-NUMFACT NOT = ZERO THEN
008860         DISPLAY "ERR CLOSE NUMFACT - FILE STATUS : ", FS-NUMFACT
008870         PERFORM ABEND-PROG
008880     END-IF
008890     CLOSE HISTFAC
008900     IF FS-HISTFAC NOT = ZERO THEN
008910         DISPLAY "ERR CLOSE HISTFAC - FILE STATUS : ", FS-HISTFAC
008920         PERFORM ABEND-PROG
008930     END-IF
008940     CLOSE REGLEMENTS
008950     IF FS-REGLEMENTS NOT = ZERO THEN
008960         DISPLAY "ERR CLOSE REGLEMENTS - FILE STATUS : ",
008970                 FS-REGLEMENTS
008980         PERFORM ABEND-PROG
008990     END-IF
009000     CLOSE PERTES
009010     IF FS-PERTES NOT = ZERO THEN
009020         DISPLAY "ERR CLOSE PERTES - FILE STATUS : ", FS-PERTES
009030         PERFORM ABEND-PROG
009040     END-IF
009050     CLOSE JOURNAL
009060     IF FS-JOURNAL NOT = ZERO THEN
009070         DISPLAY "ERR CLOSE JOURNAL - FILE STATUS : ", FS-JOURNAL
009080         PERFORM ABEND-PROG
009090     END-IF
009100     CLOSE LISTING
009110     IF FS-LISTING NOT = ZERO THEN
009120         DISPLAY "ERR CLOSE MESIRREC - FILE STATUS : ",
009130                 FS-LISTING
009140         PERFORM ABEND-PROG
009150     END-IF.
