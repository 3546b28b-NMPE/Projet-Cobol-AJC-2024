000100 IDENTIFICATION DIVISION.
000110  PROGRAM-ID.   PENALITE.
000120
000130 ENVIRONMENT DIVISION.
000140 CONFIGURATION SECTION.
000150  SPECIAL-NAMES.
000160      DECIMAL-POINT IS COMMA.
000170
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200* FICHIER DU NUMEROTEUR DE FACTURES (TENU PAR FACTURES) : LES
000210* ENREGISTREMENTS 'O' DONNENT LES FACTURES A VALORISER, LE
000220* COMPTEUR 'A' DE L'EXERCICE DONNE LE NUMERO LEGAL DES FACTURES
000230* DE PENALITES ET LE COMPTEUR 'P' LEUR REFERENCE DE COMMANDE
000240     SELECT NUMFACT ASSIGN TO FNUMFACT
000250     ORGANIZATION IS INDEXED
000260     ACCESS MODE IS DYNAMIC
000270     RECORD KEY IS NF-CLE
000280     FILE STATUS IS FS-NUMFACT.
000290
000300* FICHIER DES REGLEMENTS TENU PAR ENCAISSE : LE CUMUL DEJA PAYE
000310* EST DEDUIT DU TTC NET D'AVOIRS, COMME DANS RELANCES
000320     SELECT REGLEMENTS ASSIGN TO FREGLMNT
000330     ORGANIZATION IS INDEXED
000340     ACCESS MODE IS DYNAMIC
000350     RECORD KEY IS RG-O-NO
000360     FILE STATUS IS FS-REGLEMENTS.
000370
000380* HISTORIQUE DES FACTURES EMISES (MEME DEFINITION QUE
000390* FACTURES.CBL) : L'ENTETE DE LA FACTURE EN RETARD DONNE LE
000400* CLIENT ET LA DATE D'EMISSION ; LA FACTURE DE PENALITES Y EST
000410* ARCHIVEE A SON TOUR, SOUS UNE ENTETE DE TYPE 'P'
000420     SELECT HISTFAC ASSIGN TO FHISTFAC
000430     ORGANIZATION IS INDEXED
000440     ACCESS MODE IS DYNAMIC
000450     RECORD KEY IS HIS-CLE
000460     ALTERNATE RECORD KEY IS HIS-O-NO WITH DUPLICATES
000470     ALTERNATE RECORD KEY IS HIS-C-NO WITH DUPLICATES
000480     FILE STATUS IS FS-HISTFAC.
000490
000490* CHAINE DES SCEAUX DE L'ARCHIVE (MEME DEFINITION QUE
000490* FACTURES.CBL) : LA FACTURE DE PENALITES ARCHIVEE EST SCELLEE
000490* A LA SUITE DES FACTURES
000490     SELECT SCEAUX ASSIGN TO FSCEAUX
000490     ORGANIZATION IS INDEXED
000490     ACCESS MODE IS DYNAMIC
000490     RECORD KEY IS SC-RANG
000490     ALTERNATE RECORD KEY IS SC-NO-DOC WITH DUPLICATES
000490     FILE STATUS IS FS-SCEAUX.
000500* PENALITES DEJA FACTUREES : UN ENREGISTREMENT PAR FACTURE EN
000510* RETARD AVEC LA DATE JUSQU'A LAQUELLE LES INTERETS ONT ETE
000520* FACTURES ET L'INDEMNITE FORFAITAIRE DEJA RECLAMEE, PERSISTE
000530* COMME FRELANCE POUR QU'UN NOUVEAU RUN NE FACTURE QUE LES
000540* JOURS ECOULES DEPUIS LE PRECEDENT
000550     SELECT PENAL ASSIGN TO FPENAL
000560     ORGANIZATION IS INDEXED
000570     ACCESS MODE IS DYNAMIC
000580     RECORD KEY IS PN-NO-FACT
000590     FILE STATUS IS FS-PENAL.
000600
000610* ECRITURES COMPTABLES DES FACTURES DE PENALITES, AU FORMAT DE
000620* L'EXPORT DE FACTURES (MESJOURN) POUR QUE LA COMPTABILITE LES
000630* CHARGE PAR LE MEME TRAITEMENT
000640     SELECT JOURNAL ASSIGN TO MESJOURI
000650     ORGANIZATION IS SEQUENTIAL
000660     FILE STATUS IS FS-JOURNAL.
000670
000680* FACTURES DE PENALITES, UNE PAR CLIENT : MEME FORMAT
000690* D'IMPRESSION 69 OCTETS QUE MESFACTU (ENTETE CLIENT ENCADREE,
000700* BANNIERE DE FIN) POUR QUE LE COURRIER ET UN ROUTAGE FACON
000710* DISPFACT LES TRAITENT SANS ADAPTATION
000720     SELECT FACTURE ASSIGN TO MESPENAL
000730     ORGANIZATION IS SEQUENTIAL
000740     FILE STATUS IS FS-FACTURE.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD NUMFACT.
000790 01 ENR-NUMFACT.
000800     05 NF-CLE.
000810         10 NF-CLE-TYPE PIC X(01).
000820         10 NF-CLE-REF  PIC X(04).
000830     05 NF-NO-FACTURE   PIC X(10).
000840     05 NF-TOTAL-TTC    PIC 9(8)V99.
000850     05 NF-TOTAL-AVOIR  PIC 9(8)V99.
000860
000870 FD REGLEMENTS.
000880 01 ENR-REGLEMENT.
000890     05 RG-O-NO         PIC X(03).
000900     05 RG-TOTAL-PAYE   PIC 9(8)V99.
000910     05 RG-DATE-DERNIER PIC X(10).
000920     05 RG-STATUT       PIC X(01).
000930
000940 FD HISTFAC.
000950 01 ENR-HIST.
000960     05 HIS-CLE.
000970         10 HIS-NO-DOC PIC X(10).
000980         10 HIS-SEQ    PIC 9(03).
000990* 'E' ENTETE DE FACTURE, 'A' ENTETE D'AVOIR, 'P' ENTETE DE
001000* FACTURE DE PENALITES, 'D' LIGNE, 'T' TOTAUX
001010     05 HIS-TYPE-ENR   PIC X(01).
001020     05 HIS-O-NO       PIC X(03).
001030     05 HIS-C-NO       PIC X(03).
001040     05 HIS-CORPS.
001050         10 HIS-ENTETE.
001060             15 HIS-O-DATE  PIC X(10).
001070             15 HIS-COMPANY PIC X(27).
001080             15 HIS-SIRET   PIC X(14).
001081* 'M' = FACTURE MENSUELLE REGROUPANT PLUSIEURS COMMANDES (LES
001082* LIGNES 'D' PORTENT CHACUNE LEUR COMMANDE DANS HIS-O-NO)
001083             15 HIS-TYPE-FACT PIC X(01).
001090             15 FILLER      PIC X(05).
001100         10 HIS-LIGNE REDEFINES HIS-ENTETE.
001110             15 HIS-P-NO        PIC X(03).
001120             15 HIS-DESCRIPTION PIC X(30).
001130             15 HIS-QUANTITY    PIC 9(02).
001140             15 HIS-PRICE       PIC 9(7)V99.
001150             15 HIS-REMISE      PIC 9(8)V99.
001160             15 HIS-TAUX-TVA    PIC 9(2)V9.
001170         10 HIS-TOTAUX REDEFINES HIS-ENTETE.
001180             15 HIS-TOTAL-HT     PIC 9(8)V99.
001190             15 HIS-MONTANT-TVA  PIC 9(8)V99.
001200             15 HIS-TOTAL-TTC    PIC 9(8)V99.
001210             15 HIS-TOTAL-REMISE PIC 9(8)V99.
001220             15 FILLER           PIC X(17).
001230
001230* CHAINE DES SCEAUX DES DOCUMENTS ARCHIVES : UN ENREGISTREMENT PAR
001230* DOCUMENT, DANS L'ORDRE D'ARCHIVAGE (RANG), AVEC SON SCEAU ET
001230* CELUI DU DOCUMENT PRECEDENT ; LE RANG 0 EST L'ENTETE DE LA
001230* CHAINE (DERNIER RANG ET DERNIER SCEAU)
001230 FD SCEAUX.
001230 01 ENR-SCEAU.
001230     05 SC-RANG            PIC 9(08).
001230     05 SC-NO-DOC          PIC X(10).
001230     05 SC-SCEAU           PIC 9(18).
001230     05 SC-DETAIL.
001230* TYPE D'ENTETE DU DOCUMENT ('E', 'A' OU 'P')
001230         10 SC-TYPE-DOC    PIC X(01).
001230         10 SC-NB-ENR      PIC 9(04).
001230         10 SC-SCEAU-PREC  PIC 9(18).
001230         10 SC-DATE        PIC X(10).
001230* 'A' ARCHIVE DANS FHISTFAC, 'D' DECHARGE PAR PURGHIST (LE SCEAU
001230* RESTE LE MAILLON DE LA CHAINE, LE DOCUMENT N'EST PLUS RELU)
001230         10 SC-STATUT      PIC X(01).
001230         10 SC-DATE-DECH   PIC X(10).
001230     05 SC-TETE REDEFINES SC-DETAIL.
001230         10 SC-DERNIER-RANG PIC 9(08).
001230         10 FILLER          PIC X(36).
001230     05 FILLER             PIC X(20).
001230
001240 FD PENAL.
001250 01 ENR-PENAL.
001260     05 PN-NO-FACT        PIC X(10).
001270* DATE JUSQU'A LAQUELLE LES INTERETS DE RETARD SONT FACTURES
001280     05 PN-DATE-ARRETE    PIC X(10).
001290* 'O' INDEMNITE FORFAITAIRE DE RECOUVREMENT DEJA FACTUREE
001300     05 PN-INDEMNITE      PIC X(01).
001310     05 PN-CUMUL-INTERETS PIC 9(8)V99.
001320* DERNIERE FACTURE DE PENALITES EMISE POUR CETTE FACTURE
001330     05 PN-NO-PENALITE    PIC X(10).
001340
001350 FD JOURNAL.
001360 01 ENR-JOURNAL.
001370     05 JRN-TYPE-ENR PIC X(01).
001380     05 JRN-NO-FACT  PIC X(10).
001390     05 JRN-O-NO     PIC X(03).
001400     05 JRN-DATE     PIC X(10).
001410     05 JRN-COMPTE   PIC X(08).
001420     05 JRN-SENS     PIC X(01).
001430     05 JRN-MONTANT  PIC 9(8)V99.
001440     05 JRN-TAUX     PIC 9(2)V9.
001450
001460 FD FACTURE.
001470 01 ENR-FACTURE PIC X(69).
001480
001490 WORKING-STORAGE SECTION.
001500  77 FS-NUMFACT     PIC XX.
001510  77 FS-REGLEMENTS  PIC XX.
001520  77 FS-HISTFAC     PIC XX.
001520  77 FS-SCEAUX      PIC XX.
001530  77 FS-PENAL       PIC XX.
001540  77 FS-JOURNAL     PIC 99.
001550  77 FS-FACTURE     PIC 99.
001560  77 WS-ANO         PIC 99.
001560
001560* SOUS-PROGRAMME DU REGISTRE DES RUNS DE LA CHAINE ET SA ZONE
001560* D'ECHANGE : LE RUN S'Y INSCRIT AU DEBUT, APRES CONTROLE DE SES
001560* PREREQUIS, ET A LA FIN AVEC SON CODE RETOUR ET SES COMPTEURS
001560  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
001560  01 WS-REGISTRE-RUN.
001560      05 REG-FONCTION     PIC X(01).
001560      05 REG-PROGRAMME    PIC X(08) VALUE 'PENALITE'.
001560      05 REG-MODE         PIC X(01) VALUE SPACE.
001560      05 REG-DATE-METIER  PIC X(10).
001560      05 REG-RANG         PIC 9(04).
001560      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
001560      05 REG-COMPTEUR OCCURS 3.
001560          10 REG-LIB-NB   PIC X(12).
001560          10 REG-NB       PIC 9(07).
001570
001580* DATE DE REFERENCE DU CALCUL, RECUE EN SYSIN AU FORMAT
001590* AAAA-MM-JJ COMME POUR RELANCES ; C'EST AUSSI LA DATE DES
001600* FACTURES DE PENALITES EMISES
001610  77 WS-DATE-JOUR   PIC X(10).
001610
001610* SOUS-PROGRAMME DE PLACEMENT DES ECRITURES DANS LA PREMIERE
001610* PERIODE COMPTABLE OUVERTE ET SA ZONE D'ECHANGE
001610  77 WS-PROG-PERIODE PIC X(8) VALUE 'CALPERIO'.
001610  01 WS-PERIODE-CPT.
001610      05 PER-DATE-DOC    PIC X(10).
001610      05 PER-DATE-RUN    PIC X(10).
001610      05 PER-DATE-COMPTA PIC X(10).
001610      05 PER-DERNIERE    PIC X(07).
001610      05 PER-RETOUR      PIC X(01).
001610          88 PERIODE-PLACEE      VALUE 'O'.
001610          88 PERIODE-REPORTEE    VALUE 'R'.
001610          88 PERIODE-CLOSE       VALUE 'C'.
001610* DATE DES ECRITURES DU RUN AU JOURNAL
001610  77 WS-DATE-COMPTABLE PIC X(10) VALUE SPACES.
001610
001620* TAUX ANNUEL DES INTERETS DE RETARD, RECU EN SYSIN EN POURCENT
001630* AVEC DEUX DECIMALES (1215 = 12,15 %)
001640  77 WS-TAUX-PENALITE PIC 99V99.
001650
001660* DELAI DE PAIEMENT : LA FACTURE EST ECHUE 30 JOURS APRES SON
001670* EMISSION, PREMIERE TRANCHE DE LA BALANCE AGEE ET DE RELANCES
001680  77 WS-DELAI-PAIEMENT PIC 9(03) VALUE 30.
001690* INDEMNITE FORFAITAIRE POUR FRAIS DE RECOUVREMENT, DUE UNE
001700* SEULE FOIS PAR FACTURE PAYEE EN RETARD
001710  77 WS-INDEMNITE-FORFAIT PIC 9(3)V99 VALUE 40.
001720
001730* DECOMPOSITION AAAA-MM-JJ D'UNE DATE POUR LE CALCUL DU RETARD
001740* PAR FUNCTION INTEGER-OF-DATE, MEME PRINCIPE QUE RECAPFAC
001750  01 WS-DATE-DECOMP.
001760      05 WS-DATE-AAAA  PIC 9(4).
001770      05 FILLER        PIC X    VALUE '-'.
001780      05 WS-DATE-MM    PIC 9(2).
001790      05 FILLER        PIC X    VALUE '-'.
001800      05 WS-DATE-JJ    PIC 9(2).
001810* DATE D'ECHEANCE RESTITUEE PAR FUNCTION DATE-OF-INTEGER
001820  01 WS-DATE-NUM       PIC 9(8).
001830  01 WS-DATE-NUM-R REDEFINES WS-DATE-NUM.
001840      05 WS-NUM-AAAA   PIC 9(4).
001850      05 WS-NUM-MM     PIC 9(2).
001860      05 WS-NUM-JJ     PIC 9(2).
001870  77 WS-DATE-INT-ECHEANCE PIC 9(9) COMP.
001880  77 WS-DATE-INT-DEPART   PIC 9(9) COMP.
001890  77 WS-DATE-INT-JOUR     PIC 9(9) COMP.
001900  77 WS-JOURS-RETARD      PIC S9(6) COMP.
001910
001920* PRESENCE DU FICHIER DES REGLEMENTS : ABSENT (ENCAISSE JAMAIS
001930* PASSE), TOUT LE TTC NET D'AVOIRS RESTE DU, COMME DANS RELANCES
001940  77 WS-SW-REGL      PIC X(01) VALUE 'N'.
001950      88 REGL-DISPONIBLE        VALUE 'O'.
001960
001970* FIN DU PARCOURS DES ENREGISTREMENTS 'O' DU NUMEROTEUR
001980  77 WS-SW-NUMFACT   PIC X(01) VALUE 'N'.
001990      88 FIN-NUMFACT           VALUE 'O'.
002000
002010* RESTE DU DE LA FACTURE EN COURS (TTC NET D'AVOIRS MOINS CUMUL
002020* DEJA PAYE), BASE DES INTERETS DE RETARD
002030  77 WS-RESTE-DU     PIC 9(8)V99 VALUE ZERO.
002040* PENALITES DE LA FACTURE EN COURS
002050  77 WS-INTERETS     PIC 9(7)V99 VALUE ZERO.
002060  77 WS-INDEMNITE    PIC 9(3)V99 VALUE ZERO.
002070* ETAT DES PENALITES DEJA FACTUREES, RELU DANS FPENAL
002080  77 WS-SW-PENAL     PIC X(01) VALUE 'N'.
002090      88 PENAL-CONNUE           VALUE 'O'.
002100
002110* FACTURES EN RETARD RETENUES PAR LE PARCOURS, FACTUREES ENSUITE
002120* CLIENT PAR CLIENT ; TABLE DIMENSIONNEE COMME T-IMPAYES DE
002130* RELANCES, TRONQUEE ET SIGNALEE AU DELA (LE RESTE SERA REPRIS
002140* AU RUN SUIVANT)
002150  01 T-RETARDS.
002160      05 T-RETARD-LIGNE OCCURS 500 TIMES.
002170          10 TR-NO-FACT   PIC X(10).
002180          10 TR-C-NO      PIC X(03).
002190          10 TR-COMPANY   PIC X(27).
002200          10 TR-SIRET     PIC X(14).
002210          10 TR-ECHEANCE  PIC X(10).
002220          10 TR-RESTE     PIC 9(8)V99.
002230          10 TR-JOURS     PIC 9(05).
002240          10 TR-INTERETS  PIC 9(7)V99.
002250          10 TR-INDEMNITE PIC 9(3)V99.
002260* CUMUL DES INTERETS DEJA FACTURES AVANT CE RUN
002270          10 TR-CUMUL-DEJA PIC 9(8)V99.
002280* 'N' A FACTURER, 'E' REPRISE SUR LA FACTURE DE PENALITES EN
002280* COURS D'EMISSION, 'O' REPRISE SUR UNE FACTURE EMISE DE CE RUN
002290          10 TR-TRAITE    PIC X(01).
002300  77 WS-NB-RETARDS   PIC 9(4) COMP VALUE ZERO.
002310  77 WS-RET-I        PIC 9(4) COMP VALUE ZERO.
002320  77 WS-RET-J        PIC 9(4) COMP VALUE ZERO.
002330* LISTE TRONQUEE FAUTE DE PLACE DANS T-RETARDS
002340  77 WS-SW-TRONQUE   PIC X(01) VALUE 'N'.
002350      88 LISTE-TRONQUEE        VALUE 'O'.
002360
002370* CLIENT DE LA FACTURE DE PENALITES EN COURS, SES TOTAUX ET LE
002380* RANG DE LA PROCHAINE LIGNE ARCHIVEE
002390  77 WS-C-NO-DOC     PIC X(03) VALUE SPACES.
002400  77 WS-TOTAL-INTERETS   PIC 9(8)V99 VALUE ZERO.
002410  77 WS-TOTAL-INDEMNITES PIC 9(8)V99 VALUE ZERO.
002420  77 WS-TOTAL-PENALITE   PIC 9(8)V99 VALUE ZERO.
002430  77 WS-SEQ-LIGNE    PIC 9(03) VALUE ZERO.
002440* RESULTAT DE LA RECHERCHE DU CLIENT DANS CUSTOMERS : EN ECHEC,
002450* LA FACTURE PART AVEC LA RAISON SOCIALE ARCHIVEE, SANS ADRESSE,
002460* COMME LES LETTRES DE RELANCES
002470  77 WS-SW-CLIENT    PIC X(01) VALUE 'N'.
002480      88 CLIENT-TROUVE          VALUE 'O'.
002490
002500* DATE SYSTEME (AAAAMMJJ) : L'ANNEE DONNE L'EXERCICE DE LA
002510* SEQUENCE DE NUMEROTATION, COMME DANS FACTURES
002520  01 WS-DATE-SYS.
002530      05 WS-DATE-SYS-AAAA PIC X(04).
002540      05 WS-DATE-SYS-MM   PIC X(02).
002550      05 WS-DATE-SYS-JJ   PIC X(02).
002560* DATE SYSTEME AU FORMAT AAAA-MM-JJ, PORTEE PAR LES TOTAUX DE
002570* CONTROLE DU JOURNAL COMME DANS FACTURES
002580  01 WS-DATE-SYS-ISO.
002590      05 WS-ISO-AAAA PIC X(04).
002600      05 FILLER      PIC X(01) VALUE '-'.
002610      05 WS-ISO-MM   PIC X(02).
002620      05 FILLER      PIC X(01) VALUE '-'.
002630      05 WS-ISO-JJ   PIC X(02).
002640* NUMERO LEGAL DE LA FACTURE DE PENALITES (AAAA-NNNNN), TIRE
002650* DANS LA MEME SEQUENCE QUE LES FACTURES ET LES AVOIRS
002660  01 WS-NO-FACTURE.
002670      05 WS-NO-ANNEE  PIC X(04) VALUE SPACES.
002680      05 WS-NO-TIRET  PIC X(01) VALUE '-'.
002690      05 WS-NO-SEQ    PIC 9(05) VALUE ZERO.
002700* DERNIER NUMERO ENTERINE DE L'EXERCICE, IMAGE DU COMPTEUR
002710* PERSISTE DANS FNUMFACT
002720  01 WS-NO-DERNIER.
002730      05 WS-DER-ANNEE PIC X(04) VALUE SPACES.
002740      05 WS-DER-TIRET PIC X(01) VALUE '-'.
002750      05 WS-DER-SEQ   PIC 9(05) VALUE ZERO.
002760
002770* REFERENCE DE COMMANDE DE LA FACTURE DE PENALITES : 'P' SUIVI
002780* DE DEUX CARACTERES ALPHANUMERIQUES, HORS DE LA PLAGE NUMERIQUE
002790* DES COMMANDES. ELLE TIENT LA PLACE DU NUMERO DE COMMANDE DANS
002800* FNUMFACT, FREGLMNT ET FHISTFAC POUR QU'ENCAISSE, RELANCES ET
002810* PRELEVE TRAITENT LA FACTURE DE PENALITES COMME UNE AUTRE
002820  01 WS-REF-PENALITE.
002830      05 FILLER       PIC X(01) VALUE 'P'.
002840      05 WS-REF-CAR-1 PIC X(01).
002850      05 WS-REF-CAR-2 PIC X(01).
002860  01 WS-ALPHABET-REF  PIC X(36)
002870      VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
002880  01 T-ALPHA REDEFINES WS-ALPHABET-REF.
002890      05 T-ALPHA-CAR  PIC X(01) OCCURS 36 TIMES.
002900* DERNIER RANG ATTRIBUE, PERSISTE DANS L'ENREGISTREMENT 'P' DE
002910* FNUMFACT ; 36 X 36 - 1 REFERENCES AU PLUS
002920  01 WS-CPT-PENALITE.
002930      05 WS-CPT-RANG  PIC 9(04) VALUE ZERO.
002940      05 FILLER       PIC X(06) VALUE SPACES.
002950  77 WS-RANG-MAX      PIC 9(04) VALUE 1295.
002960  77 WS-REF-QUOT      PIC 9(04) COMP VALUE ZERO.
002970  77 WS-REF-RESTE     PIC 9(04) COMP VALUE ZERO.
002980* COMPTEUR 'P' ABSENT DE FNUMFACT (PREMIERE FACTURE DE PENALITES)
002990  77 WS-SW-CPT-PENALITE PIC X(01) VALUE 'N'.
003000      88 CPT-PENALITE-EXISTE      VALUE 'O'.
003010
003020* COMPTES MOUVEMENTES : CLIENT (411) AU DEBIT, INTERETS DE
003030* RETARD (7631) ET INDEMNITES FORFAITAIRES (7588) AU CREDIT ;
003040* HORS CHAMP DE LA TVA, AUCUNE TVA COLLECTEE
003050  01 WS-COMPTE-CLIENT.
003060      05 FILLER       PIC X(08) VALUE '41100000'.
003070  01 WS-COMPTE-INTERETS.
003080      05 FILLER       PIC X(08) VALUE '76310000'.
003090  01 WS-COMPTE-INDEMNITES.
003100      05 FILLER       PIC X(08) VALUE '75880000'.
003110* CUMULS DE CONTROLE DU JOURNAL, COMME DANS FACTURES
003120  77 WS-NB-ECRITURES PIC 9(6)    VALUE ZERO.
003130  77 WS-CUMUL-DEBIT  PIC 9(9)V99 VALUE ZERO.
003140  77 WS-CUMUL-CREDIT PIC 9(9)V99 VALUE ZERO.
003150
003160* CUMULS DE CONTROLE POUR LE RECAPITULATIF DE FIN DE RUN
003170  77 WS-NB-DOCS         PIC 9(6) VALUE ZERO.
003180  77 WS-NB-PENALISEES   PIC 9(6) VALUE ZERO.
003190  77 WS-CUMUL-INTERETS  PIC 9(9)V99 VALUE ZERO.
003200  77 WS-CUMUL-INDEMNITES PIC 9(9)V99 VALUE ZERO.
003210
003220  77 WS-SSPROG PIC X(8) VALUE 'DATEJOUR'.
003220* SOUS-PROGRAMME DE CALCUL DU SCEAU, SCEAU EN COURS DE CALCUL ET
003220* IMAGE DE L'ENTETE DE LA CHAINE, COMME DANS FACTURES
003220  77 WS-PROG-SCEAU PIC X(8) VALUE 'CALSCEAU'.
003220  01 WS-SCEAU-CALC.
003220      05 WS-SCEAU-H1 PIC 9(09) VALUE ZERO.
003220      05 WS-SCEAU-H2 PIC 9(09) VALUE ZERO.
003220  77 WS-TETE-RANG     PIC 9(08) VALUE ZERO.
003220  77 WS-TETE-SCEAU    PIC 9(18) VALUE ZERO.
003220  77 WS-NB-ENR-SCEAU  PIC 9(04) VALUE ZERO.
003220  77 WS-TYPE-DOC-SCEAU PIC X(01) VALUE SPACES.
003220  77 WS-SW-RESCELLE   PIC X(01) VALUE 'N'.
003220      88 RESCELLEMENT          VALUE 'O'.
003220  77 WS-SW-FIN-SCEAU  PIC X(01) VALUE 'N'.
003220      88 FIN-DOC-SCEAU         VALUE 'O'.
003230
003240* CADRE D'ENTETE CLIENT IDENTIQUE A CELUI DE FACTURES.CBL
003250  01 L-LIGNE-VIDE.
003260      05 FILLER  PIC X(69)  VALUE ALL ' '.
003270
003280  01 L-LIGNE-HAUT.
003290      05 FILLER  PIC X(40)  VALUE ALL ' '.
003300      05 FILLER  PIC X(29)  VALUE ALL '_'.
003310
003320  01 L-LIGNE-BAS.
003330      05 FILLER  PIC X(40)  VALUE ALL ' '.
003340      05 FILLER  PIC X      VALUE '|'.
003350      05 FILLER  PIC X(27)  VALUE ALL '_'.
003360      05 FILLER  PIC X      VALUE '|'.
003370
003380  01 L-ENTETE.
003390      05 FILLER  PIC X(40)  VALUE ALL ' '.
003400      05 FILLER  PIC XXX    VALUE '|  '.
003410      05 FIN-ENT PIC X(25)  VALUE 'EN TETE CLIENT'.
003420      05 FILLER  PIC X      VALUE '|'.
003430
003440  01 L-COMPANY.
003450      05 FILLER  PIC X(40)  VALUE ALL ' '.
003460      05 FILLER  PIC X      VALUE  '|'.
003470      05 WS-COMP PIC X(27).
003480      05 FILLER  PIC X      VALUE  '|'.
003490
003500  01 L-ADDRESS.
003510      05 FILLER     PIC X(40)  VALUE ALL ' '.
003520      05 FILLER     PIC X      VALUE '|'.
003530      05 WS-ADDRESS PIC X(27).
003540      05 FILLER     PIC X      VALUE '|'.
003550
003560  01 L-CITY-ZIP.
003570      05 FILLER      PIC X(40)  VALUE ALL ' '.
003580      05 FILLER      PIC XXX    VALUE '|  '.
003590      05 WS-CITY-ZIP PIC X(25).
003600      05 FILLER      PIC X      VALUE '|'.
003610
003620  01 L-STATE.
003630      05 FILLER   PIC X(40)  VALUE ALL ' '.
003640      05 FILLER   PIC XXX    VALUE '|  '.
003650      05 WS-STATE PIC X(25).
003660      05 FILLER   PIC X      VALUE '|'.
003670
003680  01 L-DATE.
003690      05 FILLER    PIC X(10) VALUE 'PARIS, LE '.
003700      05 WS-DATE2  PIC X(26).
003710      05 FILLER    PIC X(33) VALUE ALL ' '.
003720
003730* NUMERO LEGAL A LA MEME POSITION QUE SUR LES FACTURES, REPRIS
003740* PAR LE ROUTAGE FACON DISPFACT
003750  01 L-NO-FACTURE.
003760      05 FILLER       PIC X(24) VALUE 'NUMERO DE FACTURE     : '.
003770      05 WS-NO-FACT-ED PIC X(10).
003780      05 FILLER       PIC X(35) VALUE ALL ' '.
003790
003800  01 L-PEN-TITRE.
003810      05 FILLER  PIC X(69)
003820       VALUE 'FACTURE DE PENALITES DE RETARD'.
003830
003840  01 L-PEN-TAUX.
003850      05 FILLER       PIC X(35)
003860       VALUE 'TAUX ANNUEL DES INTERETS DE RETARD '.
003870      05 PL-ED-TAUX   PIC Z9,99.
003880      05 FILLER       PIC X(29) VALUE ' %'.
003890
003900  01 L-PEN-INTRO.
003910      05 FILLER  PIC X(69)
003920       VALUE 'FACTURES REGLEES OU RESTANT DUES APRES ECHEANCE :'.
003930
003940  01 L-PEN-COLONNES.
003950      05 FILLER  PIC X(36)
003960       VALUE ' FACTURE     ECHEANCE      RESTE DU'.
003970      05 FILLER  PIC X(33)
003980       VALUE ' JOURS   INTERETS INDEM.'.
003990
004000  01 L-PEN-LIGNE.
004010      05 FILLER        PIC X(01) VALUE SPACE.
004020      05 PL-ED-NO-FACT PIC X(10).
004030      05 FILLER        PIC X(02) VALUE SPACES.
004040      05 PL-ED-ECHEANCE PIC X(10).
004050      05 FILLER        PIC X(02) VALUE SPACES.
004060      05 PL-ED-RESTE   PIC Z(7)9,99.
004070      05 FILLER        PIC X(01) VALUE SPACE.
004080      05 PL-ED-JOURS   PIC Z(4)9.
004090      05 FILLER        PIC X(01) VALUE SPACE.
004100      05 PL-ED-INTERETS PIC Z(6)9,99.
004110      05 FILLER        PIC X(01) VALUE SPACE.
004120      05 PL-ED-INDEMNITE PIC ZZ9,99.
004130      05 FILLER        PIC X(09) VALUE ALL ' '.
004140
004150  01 L-PEN-TOT-INTERETS.
004160      05 FILLER       PIC X(30)
004170       VALUE 'TOTAL DES INTERETS DE RETARD :'.
004180      05 PL-ED-TOT-INT PIC Z(8)9,99.
004190      05 FILLER       PIC X(27) VALUE ALL ' '.
004200
004210  01 L-PEN-TOT-INDEMNITES.
004220      05 FILLER       PIC X(30)
004230       VALUE 'TOTAL DES INDEMNITES         :'.
004240      05 PL-ED-TOT-IND PIC Z(8)9,99.
004250      05 FILLER       PIC X(27) VALUE ALL ' '.
004260
004270  01 L-PEN-TOTAL.
004280      05 FILLER       PIC X(30)
004290       VALUE 'NET A PAYER                  :'.
004300      05 PL-ED-TOTAL  PIC Z(8)9,99.
004310      05 FILLER       PIC X(27) VALUE ALL ' '.
004320
004330  01 L-PEN-MENTION-1.
004340      05 FILLER  PIC X(69)
004350       VALUE 'OPERATION HORS CHAMP D''APPLICATION DE LA TVA.'.
004360
004370  01 L-PEN-MENTION-2.
004380      05 FILLER  PIC X(40)
004390       VALUE 'INDEMNITE FORFAITAIRE POUR FRAIS DE RECO'.
004400      05 FILLER  PIC X(29)
004410       VALUE 'UVREMENT : 40 EUR.'.
004420
004430* BANNIERE DE FIN AU MEME DESSIN QUE FACTURES.CBL : LA REFERENCE
004440* DE COMMANDE EN COLONNES 48-50 PERMET AU ROUTAGE DE RETROUVER LE
004450* CLIENT DE LA FACTURE
004460  01 L-LIGNE-FIN.
004470      05 FILLER    PIC X(19)  VALUE ALL '-'.
004480      05 FILLER    PIC X(28)
004490       VALUE 'FIN DE FACTURE, COMMANDE NO '.
004500      05 FIN-NO    PIC X(3).
004510      05 FIN-TAG   PIC X(19)  VALUE '---- PENALITES ----'.
004520
004530  01 L-CTL-SEPARATEUR.
004540      05 FILLER  PIC X(69) VALUE ALL '='.
004550
004560  01 L-CTL-TITRE.
004570      05 FILLER  PIC X(69)
004580       VALUE 'RECAPITULATIF DU RUN DE FACTURATION DES PENALITES'.
004590
004600  01 L-CTL-DOCS.
004610      05 FILLER        PIC X(30)
004620       VALUE 'FACTURES DE PENALITES EMISES:'.
004630      05 ED-CTL-DOCS   PIC Z(6)9.
004640      05 FILLER        PIC X(32) VALUE ALL ' '.
004650
004660  01 L-CTL-PENALISEES.
004670      05 FILLER        PIC X(30)
004680       VALUE 'FACTURES EN RETARD REPRISES :'.
004690      05 ED-CTL-PENALISEES PIC Z(6)9.
004700      05 FILLER        PIC X(32) VALUE ALL ' '.
004710
004720  01 L-CTL-INTERETS.
004730      05 FILLER        PIC X(30)
004740       VALUE 'TOTAL INTERETS FACTURES     :'.
004750      05 ED-CTL-INTERETS PIC Z(8)9,99.
004760      05 FILLER        PIC X(27) VALUE ALL ' '.
004770
004780  01 L-CTL-INDEMNITES.
004790      05 FILLER        PIC X(30)
004800       VALUE 'TOTAL INDEMNITES FACTUREES  :'.
004810      05 ED-CTL-INDEMNITES PIC Z(8)9,99.
004820      05 FILLER        PIC X(27) VALUE ALL ' '.
004830
004840  01 L-CTL-ECRITURES.
004850      05 FILLER        PIC X(30)
004860       VALUE 'ECRITURES COMPTABLES        :'.
004870      05 ED-CTL-ECRITURES PIC Z(6)9.
004880      05 FILLER        PIC X(32) VALUE ALL ' '.
004890
004900  01 L-CTL-TRONQUE.
004910      05 FILLER  PIC X(69)
004920       VALUE 'LISTE TRONQUEE A 500 RETARDS - RELANCER LE RUN'.
004930
004940     EXEC SQL
004950       INCLUDE SQLCA
004960     END-EXEC
004970
004980     EXEC SQL
004990       INCLUDE CUSTOMER
005000     END-EXEC
005010
005020 PROCEDURE DIVISION.
005030
005040****** RECEPTION DE LA DATE DE REFERENCE ET DU TAUX *****
005050     ACCEPT WS-DATE-JOUR     FROM SYSIN
005060     ACCEPT WS-TAUX-PENALITE FROM SYSIN
005070     MOVE WS-TAUX-PENALITE TO PL-ED-TAUX
005080     ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
005090     MOVE WS-DATE-SYS-AAAA TO WS-ISO-AAAA
005100     MOVE WS-DATE-SYS-MM   TO WS-ISO-MM
005110     MOVE WS-DATE-SYS-JJ   TO WS-ISO-JJ
005120
005130****** INSCRIPTION DU RUN AU REGISTRE DE LA CHAINE *****
005130     MOVE 'D' TO REG-FONCTION
005130     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
005130
005130************ APPEL DU SOUS-PROGAMME  ********
005140     CALL WS-SSPROG USING BY REFERENCE WS-DATE2
005150*********************************************
005160
005170****** PERIODE COMPTABLE DES ECRITURES DU RUN *****
005170     PERFORM PLACER-DATE-COMPTABLE
005170
005170*******OUVERTURE DES FICHIERS*******
005180     PERFORM OUV-FICHIERS
005190
005200     PERFORM COLLECTER-RETARDS
005210     PERFORM EMETTRE-FACTURES-PENALITES
005220     PERFORM ECRITURE-CONTROLE-JOURNAL
005230     PERFORM ECRITURE-CONTROLE
005240
005250     PERFORM FERM-FICHIERS
005260     PERFORM ENREGISTRER-FIN-RUN
005260     GOBACK.
005270
005280 ABEND-PROG.
005290       DISPLAY "ANOMALIE GRAVE : ", FS-NUMFACT, " ",
005300               FS-REGLEMENTS, " ", FS-HISTFAC, " ", FS-PENAL,
005300               " ", FS-SCEAUX
005310       COMPUTE WS-ANO = 1 / WS-ANO.
005310
005310* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
005310* COMPTEURS
005310 ENREGISTRER-FIN-RUN.
005310     MOVE 'F'         TO REG-FONCTION
005310     MOVE RETURN-CODE TO REG-CODE-RETOUR
005310     MOVE 'RETARDS'      TO REG-LIB-NB(1)
005310     MOVE WS-NB-RETARDS  TO REG-NB(1)
005310     MOVE 'PENALISEES'   TO REG-LIB-NB(2)
005310     MOVE WS-NB-PENALISEES TO REG-NB(2)
005310     MOVE 'DOCUMENTS'    TO REG-LIB-NB(3)
005310     MOVE WS-NB-DOCS     TO REG-NB(3)
005310     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
005310
005310* LES ECRITURES DU RUN SONT DATEES DU JOUR DE REFERENCE, OU DU
005310* PREMIER JOUR DE LA PREMIERE PERIODE OUVERTE SI SA PERIODE EST
005310* CLOSE. UNE DATE QUI NE PEUT ETRE PLACEE (MOIS DU RUN DEJA CLOS,
005310* DATE INVALIDE) ARRETE LE RUN AVANT TOUTE MISE A JOUR, COMME UN
005310* PARAMETRE ERRONE
005310 PLACER-DATE-COMPTABLE.
005310     MOVE WS-DATE-JOUR    TO PER-DATE-DOC
005310     MOVE WS-DATE-SYS-ISO TO PER-DATE-RUN
005310     CALL WS-PROG-PERIODE USING BY REFERENCE WS-PERIODE-CPT
005310     EVALUATE TRUE
005310         WHEN PERIODE-PLACEE
005310             MOVE PER-DATE-COMPTA TO WS-DATE-COMPTABLE
005310         WHEN PERIODE-REPORTEE
005310             MOVE PER-DATE-COMPTA TO WS-DATE-COMPTABLE
005310             DISPLAY "PERIODE ", WS-DATE-JOUR(1:7), " CLOSE, ",
005310                     "ECRITURES REPORTEES AU : ",
005310                     WS-DATE-COMPTABLE
005310         WHEN PERIODE-CLOSE
005310             DISPLAY "PERIODE COMPTABLE CLOSE, RUN REFUSE : ",
005310                     WS-DATE-JOUR
005310             DISPLAY "DERNIERE PERIODE CLOSE : ", PER-DERNIERE
005310             PERFORM ABEND-PROG
005310         WHEN OTHER
005310             DISPLAY "DATE DE REFERENCE INVALIDE : ", WS-DATE-JOUR
005310             PERFORM ABEND-PROG
005310     END-EVALUATE.
005320
005330* PARCOURS DES ENREGISTREMENTS 'O' DU NUMEROTEUR, MEME PRINCIPE
005340* QUE RELANCES : CHAQUE FACTURE ENCORE DUE ET ECHUE EST
005350* VALORISEE ; LES FACTURES DE PENALITES ELLES-MEMES NE PORTENT
005360* PAS INTERET. LES FACTURES DE PENALITES NE SONT EMISES QU'APRES
005370* LE PARCOURS, QUI N'EST DONC PAS PERTURBE PAR LEURS ECRITURES
005380 COLLECTER-RETARDS.
005390     MOVE 'N' TO WS-SW-NUMFACT
005400     MOVE 'O' TO NF-CLE-TYPE
005410     MOVE LOW-VALUES TO NF-CLE-REF
005420     START NUMFACT KEY NOT LESS THAN NF-CLE
005430     IF FS-NUMFACT NOT = ZERO THEN
005440         MOVE 'O' TO WS-SW-NUMFACT
005450     END-IF
005460     PERFORM UNTIL FIN-NUMFACT
005470         PERFORM LIRE-NUMFACT-SUIVANT
005480         IF NOT FIN-NUMFACT THEN
005490             PERFORM EVALUER-FACTURE
005500         END-IF
005510     END-PERFORM.
005520
005530 LIRE-NUMFACT-SUIVANT.
005540     READ NUMFACT NEXT
005550     EVALUATE TRUE
005560         WHEN FS-NUMFACT = ZERO OR FS-NUMFACT = '02'
005570             IF NF-CLE-TYPE NOT = 'O' THEN
005580                 MOVE 'O' TO WS-SW-NUMFACT
005590             END-IF
005600         WHEN FS-NUMFACT = '10'
005610             MOVE 'O' TO WS-SW-NUMFACT
005620         WHEN OTHER
005630             DISPLAY "ERR READ NUMFACT - FILE STATUS : ",
005640                     FS-NUMFACT
005650             PERFORM ABEND-PROG
005660     END-EVALUATE.
005670
005680* VALORISATION DE LA FACTURE EN COURS : LES CORRESPONDANCES SANS
005690* NUMERO SONT IGNOREES COMME DANS RELANCES ; UNE FACTURE SOLDEE,
005700* INTEGRALEMENT CREDITEE OU NON ENCORE ECHUE NE DONNE RIEN
005710 EVALUER-FACTURE.
005720     IF NF-CLE-TYPE = 'O' AND NF-NO-FACTURE NOT = SPACES THEN
005730         PERFORM CALCULER-RESTE-DU
005740         IF WS-RESTE-DU > ZERO THEN
005750             PERFORM LIRE-ENTETE-ARCHIVE
005760             IF FS-HISTFAC = ZERO OR FS-HISTFAC = '02' THEN
005770                 IF HIS-TYPE-ENR NOT = 'P' THEN
005780                     PERFORM CALCULER-PENALITES
005790                     IF WS-INTERETS > ZERO
005800                        OR WS-INDEMNITE > ZERO THEN
005810                         PERFORM RETENIR-RETARD
005820                     END-IF
005830                 END-IF
005840             ELSE
005850* FACTURE ANTERIEURE A L'ARCHIVE : SANS ENTETE, NI CLIENT NI
005860* DATE NE SONT CONNUS, LES PENALITES RESTENT MANUELLES
005870                 DISPLAY "FACTURE NON ARCHIVEE, NON PENALISEE : ",
005880                         NF-NO-FACTURE
005890             END-IF
005900         END-IF
005910     END-IF.
005920
005930* RESTE DU DE LA FACTURE : TTC NET DES AVOIRS DEJA EMIS, MOINS
005940* LE CUMUL DEJA ENCAISSE SUR LA COMMANDE, COMME DANS RELANCES
005950 CALCULER-RESTE-DU.
005960     IF NF-TOTAL-AVOIR >= NF-TOTAL-TTC THEN
005970         MOVE ZERO TO WS-RESTE-DU
005980     ELSE
005990         COMPUTE WS-RESTE-DU = NF-TOTAL-TTC - NF-TOTAL-AVOIR
006000     END-IF
006010     IF WS-RESTE-DU > ZERO AND REGL-DISPONIBLE THEN
006020         MOVE NF-CLE-REF(1:3) TO RG-O-NO
006030         READ REGLEMENTS
006040         EVALUATE TRUE
006041* UNE CREANCE PASSEE EN PERTE (IRRECOUV) EST CLOSE
006042             WHEN (FS-REGLEMENTS = ZERO OR FS-REGLEMENTS = '02')
006043              AND RG-STATUT = 'I'
006044                 MOVE ZERO TO WS-RESTE-DU
006050             WHEN FS-REGLEMENTS = ZERO OR FS-REGLEMENTS = '02'
006060                 IF RG-TOTAL-PAYE >= WS-RESTE-DU THEN
006070                     MOVE ZERO TO WS-RESTE-DU
006080                 ELSE
006090                     COMPUTE WS-RESTE-DU =
006100                             WS-RESTE-DU - RG-TOTAL-PAYE
006110                 END-IF
006120             WHEN FS-REGLEMENTS = '23'
006130                 CONTINUE
006140             WHEN OTHER
006150                 DISPLAY "ERR READ REGLEMENTS - FILE STATUS : ",
006160                         FS-REGLEMENTS
006170                 PERFORM ABEND-PROG
006180         END-EVALUATE
006190     END-IF.
006200
006210* ENTETE DU DOCUMENT DANS L'ARCHIVE (SEQUENCE 000) : DONNE LE
006220* CLIENT, LA RAISON SOCIALE, LE SIRET ET LA DATE D'EMISSION
006230 LIRE-ENTETE-ARCHIVE.
006240     MOVE NF-NO-FACTURE TO HIS-NO-DOC
006250     MOVE ZERO TO HIS-SEQ
006260     READ HISTFAC
006270     IF FS-HISTFAC NOT = ZERO AND FS-HISTFAC NOT = '02'
006280        AND FS-HISTFAC NOT = '23' THEN
006290         DISPLAY "ERR READ HISTFAC - FILE STATUS : ", FS-HISTFAC
006300         PERFORM ABEND-PROG
006310     END-IF.
006320
006330* PENALITES DE LA FACTURE : INTERETS AU TAUX ANNUEL SUR LE RESTE
006340* DU, AU PRORATA DES JOURS ECOULES DEPUIS L'ECHEANCE OU DEPUIS
006350* LA DATE D'ARRETE DU PRECEDENT RUN (LES JOURS DEJA FACTURES NE
006360* LE SONT JAMAIS DEUX FOIS), PLUS L'INDEMNITE FORFAITAIRE SI
006370* ELLE N'A PAS ENCORE ETE RECLAMEE POUR CETTE FACTURE
006380 CALCULER-PENALITES.
006390     MOVE ZERO TO WS-INTERETS
006400     MOVE ZERO TO WS-INDEMNITE
006410     MOVE ZERO TO WS-JOURS-RETARD
006420     MOVE HIS-O-DATE TO WS-DATE-DECOMP
006430     COMPUTE WS-DATE-INT-ECHEANCE = FUNCTION INTEGER-OF-DATE(
006440             WS-DATE-AAAA * 10000 + WS-DATE-MM * 100 + WS-DATE-JJ)
006450             + WS-DELAI-PAIEMENT
006460     MOVE WS-DATE-JOUR TO WS-DATE-DECOMP
006470     COMPUTE WS-DATE-INT-JOUR = FUNCTION INTEGER-OF-DATE(
006480             WS-DATE-AAAA * 10000 + WS-DATE-MM * 100 + WS-DATE-JJ)
006490     IF WS-DATE-INT-JOUR > WS-DATE-INT-ECHEANCE THEN
006500         PERFORM LIRE-PENALITES-DEJA
006510         MOVE WS-DATE-INT-ECHEANCE TO WS-DATE-INT-DEPART
006520         IF PENAL-CONNUE THEN
006530             MOVE PN-DATE-ARRETE TO WS-DATE-DECOMP
006540             COMPUTE WS-DATE-INT-DEPART =
006550                 FUNCTION INTEGER-OF-DATE(WS-DATE-AAAA * 10000
006560                 + WS-DATE-MM * 100 + WS-DATE-JJ)
006570             IF WS-DATE-INT-DEPART < WS-DATE-INT-ECHEANCE THEN
006580                 MOVE WS-DATE-INT-ECHEANCE TO WS-DATE-INT-DEPART
006590             END-IF
006600         END-IF
006610         IF WS-DATE-INT-JOUR > WS-DATE-INT-DEPART THEN
006620             COMPUTE WS-JOURS-RETARD =
006630                     WS-DATE-INT-JOUR - WS-DATE-INT-DEPART
006640             COMPUTE WS-INTERETS ROUNDED =
006650                     WS-RESTE-DU * WS-TAUX-PENALITE
006660                     * WS-JOURS-RETARD / 36500
006670         END-IF
006680         IF NOT PENAL-CONNUE OR PN-INDEMNITE NOT = 'O' THEN
006690             MOVE WS-INDEMNITE-FORFAIT TO WS-INDEMNITE
006700         END-IF
006710     END-IF.
006720
006730 LIRE-PENALITES-DEJA.
006740     MOVE 'N' TO WS-SW-PENAL
006750     MOVE NF-NO-FACTURE TO PN-NO-FACT
006760     READ PENAL
006770     EVALUATE TRUE
006780         WHEN FS-PENAL = ZERO OR FS-PENAL = '02'
006790             MOVE 'O' TO WS-SW-PENAL
006800         WHEN FS-PENAL = '23'
006810             MOVE ZERO TO PN-CUMUL-INTERETS
006820         WHEN OTHER
006830             DISPLAY "ERR READ PENAL - FILE STATUS : ", FS-PENAL
006840             PERFORM ABEND-PROG
006850     END-EVALUATE.
006860
006861* LES COMMANDES D'UNE FACTURE MENSUELLE ONT CHACUNE LEUR
006862* CORRESPONDANCE SOUS LE MEME NUMERO : LEURS RESTES ET INTERETS
006863* SONT CUMULES SUR LE RETARD DEJA RETENU POUR LA FACTURE, DONT
006864* L'INDEMNITE FORFAITAIRE N'EST RECLAMEE QU'UNE FOIS
006870 RETENIR-RETARD.
006871     MOVE 1 TO WS-RET-J
006872     PERFORM UNTIL WS-RET-J > WS-NB-RETARDS
006873                OR TR-NO-FACT(WS-RET-J) = NF-NO-FACTURE
006874         ADD 1 TO WS-RET-J
006875     END-PERFORM
006876     IF WS-RET-J NOT > WS-NB-RETARDS THEN
006877         COMPUTE TR-RESTE(WS-RET-J) =
006878                 TR-RESTE(WS-RET-J) + WS-RESTE-DU
006879         COMPUTE TR-INTERETS(WS-RET-J) =
006880                 TR-INTERETS(WS-RET-J) + WS-INTERETS
006881         IF WS-JOURS-RETARD > TR-JOURS(WS-RET-J) THEN
006882             MOVE WS-JOURS-RETARD TO TR-JOURS(WS-RET-J)
006883         END-IF
006884     ELSE
006885         PERFORM AJOUTER-RETARD
006886     END-IF.
006887
006888 AJOUTER-RETARD.
006889     IF WS-NB-RETARDS >= 500 THEN
006890         MOVE 'O' TO WS-SW-TRONQUE
006900     ELSE
006910         ADD 1 TO WS-NB-RETARDS
006920         MOVE NF-NO-FACTURE   TO TR-NO-FACT(WS-NB-RETARDS)
006930         MOVE HIS-C-NO        TO TR-C-NO(WS-NB-RETARDS)
006940         MOVE HIS-COMPANY     TO TR-COMPANY(WS-NB-RETARDS)
006950         MOVE HIS-SIRET       TO TR-SIRET(WS-NB-RETARDS)
006960         MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT-ECHEANCE)
006970              TO WS-DATE-NUM
006980         MOVE WS-NUM-AAAA     TO WS-DATE-AAAA
006990         MOVE WS-NUM-MM       TO WS-DATE-MM
007000         MOVE WS-NUM-JJ       TO WS-DATE-JJ
007010         MOVE WS-DATE-DECOMP  TO TR-ECHEANCE(WS-NB-RETARDS)
007020         MOVE WS-RESTE-DU     TO TR-RESTE(WS-NB-RETARDS)
007030         MOVE WS-JOURS-RETARD TO TR-JOURS(WS-NB-RETARDS)
007040         MOVE WS-INTERETS     TO TR-INTERETS(WS-NB-RETARDS)
007050         MOVE WS-INDEMNITE    TO TR-INDEMNITE(WS-NB-RETARDS)
007060         MOVE PN-CUMUL-INTERETS TO TR-CUMUL-DEJA(WS-NB-RETARDS)
007070         MOVE 'N'             TO TR-TRAITE(WS-NB-RETARDS)
007080     END-IF.
007090
007100* EMISSION DES FACTURES DE PENALITES : LES RETARDS SONT BALAYES
007110* DANS L'ORDRE DE COLLECTE ; LE PREMIER RETARD NON ENCORE TRAITE
007120* OUVRE LA FACTURE DE SON CLIENT, QUI REPREND TOUS SES RETARDS
007130 EMETTRE-FACTURES-PENALITES.
007140     PERFORM EMETTRE-FACTURE-CLIENT
007150         VARYING WS-RET-I FROM 1 BY 1
007160         UNTIL WS-RET-I > WS-NB-RETARDS.
007170
007180* LE NUMERO DE LA FACTURE DE PENALITES EST TIRE PUIS ENTERINE
007190* DANS LA FOULEE. LES PENALITES FACTUREES NE SONT ECRITES DANS
007200* FPENAL QU'UNE FOIS LE NUMERO ENTERINE ET LE JOURNAL ECRIT : UN
007200* RUN INTERROMPU AVANT N'A RIEN ARRETE ET LE RUN SUIVANT REPREND
007200* INTERETS ET INDEMNITE DE CES RETARDS
007210 EMETTRE-FACTURE-CLIENT.
007220     IF TR-TRAITE(WS-RET-I) = 'N' THEN
007230         MOVE TR-C-NO(WS-RET-I) TO WS-C-NO-DOC
007240         MOVE ZERO TO WS-TOTAL-INTERETS
007250         MOVE ZERO TO WS-TOTAL-INDEMNITES
007260         MOVE ZERO TO WS-SEQ-LIGNE
007270         PERFORM ATTRIBUER-REF-PENALITE
007280         PERFORM PREPARER-NO-FACTURE
007290         PERFORM FETCH-CLIENT-DOC
007300         PERFORM ECRITURE-ENTETE-DOC
007310         PERFORM ARCHIVER-ENTETE-DOC
007320         PERFORM TRAITER-LIGNE-RETARD
007330             VARYING WS-RET-J FROM WS-RET-I BY 1
007340             UNTIL WS-RET-J > WS-NB-RETARDS
007350         COMPUTE WS-TOTAL-PENALITE =
007360                 WS-TOTAL-INTERETS + WS-TOTAL-INDEMNITES
007370         PERFORM ARCHIVER-TOTAUX-DOC
007370         PERFORM SCELLER-DOCUMENT
007380         PERFORM ENTERINER-NO-FACTURE
007390         PERFORM ECRITURE-JOURNAL-DOC
007390         PERFORM MEMORISER-PENALITES
007390             VARYING WS-RET-J FROM WS-RET-I BY 1
007390             UNTIL WS-RET-J > WS-NB-RETARDS
007400         PERFORM ECRITURE-FIN-DOC
007410         ADD 1 TO WS-NB-DOCS
007420         COMPUTE WS-CUMUL-INTERETS =
007430                 WS-CUMUL-INTERETS + WS-TOTAL-INTERETS
007440         COMPUTE WS-CUMUL-INDEMNITES =
007450                 WS-CUMUL-INDEMNITES + WS-TOTAL-INDEMNITES
007460     END-IF.
007470
007480* REFERENCE DE COMMANDE DU DOCUMENT : RANG SUIVANT DU COMPTEUR
007490* 'P', ECRIT EN BASE 36 SUR DEUX CARACTERES
007500 ATTRIBUER-REF-PENALITE.
007510     IF WS-CPT-RANG >= WS-RANG-MAX THEN
007520         DISPLAY "PLAGE DES REFERENCES DE PENALITES EPUISEE"
007530         PERFORM ABEND-PROG
007540     END-IF
007550     ADD 1 TO WS-CPT-RANG
007560     DIVIDE WS-CPT-RANG BY 36 GIVING WS-REF-QUOT
007570         REMAINDER WS-REF-RESTE
007580     MOVE T-ALPHA-CAR(WS-REF-QUOT + 1)  TO WS-REF-CAR-1
007590     MOVE T-ALPHA-CAR(WS-REF-RESTE + 1) TO WS-REF-CAR-2.
007600
007610* PROCHAIN NUMERO DE LA SEQUENCE DE L'EXERCICE, COMME
007620* PREPARER-NO-FACTURE DE FACTURES EN LOT
007630 PREPARER-NO-FACTURE.
007640     MOVE WS-DER-ANNEE TO WS-NO-ANNEE
007650     MOVE '-' TO WS-NO-TIRET
007660     COMPUTE WS-NO-SEQ = WS-DER-SEQ + 1.
007670
007680 FETCH-CLIENT-DOC.
007690     MOVE 'N' TO WS-SW-CLIENT
007700     MOVE WS-C-NO-DOC TO CUST-C-NO
007710     EXEC SQL
007720        SELECT C_NO, COMPANY, ADDRESS, CITY, STATE, ZIP
007730        INTO :CUST-C-NO, :CUST-COMPANY, :CUST-ADDRESS,
007740             :CUST-CITY, :CUST-STATE, :CUST-ZIP
007750        FROM CUSTOMERS
007760        WHERE C_NO = :WS-C-NO-DOC
007770     END-EXEC
007780     IF SQLCODE = ZERO THEN
007790         MOVE 'O' TO WS-SW-CLIENT
007800     ELSE
007810         DISPLAY "CLIENT NON RETROUVE POUR LA FACTURE : ",
007820                 WS-C-NO-DOC, " SQLCODE : ", SQLCODE
007830     END-IF.
007840
007850* ENTETE DE LA FACTURE : CADRE CLIENT IDENTIQUE AUX FACTURES
007860* (ADRESSE RELUE DANS CUSTOMERS), DATE, NUMERO LEGAL, TITRE
007870 ECRITURE-ENTETE-DOC.
007880     WRITE ENR-FACTURE FROM L-LIGNE-HAUT
007890     WRITE ENR-FACTURE FROM L-ENTETE
007900     IF CLIENT-TROUVE THEN
007910         MOVE CUST-COMPANY TO WS-COMP
007920     ELSE
007930         MOVE TR-COMPANY(WS-RET-I) TO WS-COMP
007940     END-IF
007950     WRITE ENR-FACTURE FROM L-COMPANY
007960     IF CLIENT-TROUVE THEN
007970         MOVE CUST-ADDRESS TO WS-ADDRESS
007980         STRING
007990            CUST-CITY-TEXT(1:CUST-CITY-LEN) DELIMITED BY SIZE
008000            ', ' DELIMITED BY SIZE
008010            CUST-ZIP DELIMITED BY SPACE
008020            INTO WS-CITY-ZIP
008030         END-STRING
008040         MOVE CUST-STATE TO WS-STATE
008050     ELSE
008060         MOVE SPACES TO WS-ADDRESS
008070         MOVE SPACES TO WS-CITY-ZIP
008080         MOVE SPACES TO WS-STATE
008090     END-IF
008100     WRITE ENR-FACTURE FROM L-ADDRESS
008110     WRITE ENR-FACTURE FROM L-CITY-ZIP
008120     WRITE ENR-FACTURE FROM L-STATE
008130     WRITE ENR-FACTURE FROM L-LIGNE-BAS
008140     WRITE ENR-FACTURE FROM L-DATE
008150     WRITE ENR-FACTURE FROM L-LIGNE-VIDE
008160     MOVE WS-NO-FACTURE TO WS-NO-FACT-ED
008170     WRITE ENR-FACTURE FROM L-NO-FACTURE
008180     WRITE ENR-FACTURE FROM L-LIGNE-VIDE
008190     WRITE ENR-FACTURE FROM L-PEN-TITRE
008200     WRITE ENR-FACTURE FROM L-PEN-TAUX
008210     WRITE ENR-FACTURE FROM L-LIGNE-VIDE
008220     WRITE ENR-FACTURE FROM L-PEN-INTRO
008230     WRITE ENR-FACTURE FROM L-PEN-COLONNES
008240     IF FS-FACTURE NOT = ZERO THEN
008250         DISPLAY "ERR WRITE MESPENAL - FILE STATUS : ",
008260                 FS-FACTURE
008270         PERFORM ABEND-PROG
008280     END-IF.
008290
008300* ENTETE 'P' DANS L'ARCHIVE : LA DATE EST LA DATE COMPTABLE DU
008310* DOCUMENT, COMME SES ECRITURES ET COMME DANS FACTURES (C'EST
008310* AUSSI LA BASE DU VIEILLISSEMENT PAR RELANCES) ; LE SIRET EST
008320* CELUI ARCHIVE AVEC LA FACTURE EN RETARD. LA FACTURE DE
008320* PENALITES NE REGROUPE PAS DE COMMANDES : TYPE A BLANC
008330 ARCHIVER-ENTETE-DOC.
008340     MOVE WS-NO-FACTURE TO HIS-NO-DOC
008350     MOVE ZERO TO HIS-SEQ
008360     MOVE 'P' TO HIS-TYPE-ENR
008370     MOVE WS-REF-PENALITE TO HIS-O-NO
008380     MOVE WS-C-NO-DOC TO HIS-C-NO
008390     MOVE SPACES TO HIS-CORPS
008400     MOVE WS-DATE-COMPTABLE TO HIS-O-DATE
008410     MOVE WS-COMP      TO HIS-COMPANY
008420     MOVE TR-SIRET(WS-RET-I) TO HIS-SIRET
008420     MOVE SPACE TO HIS-TYPE-FACT
008430     PERFORM ECRITURE-HISTFAC.
008440
008450* UN RETARD DU CLIENT DONNE UNE LIGNE IMPRIMEE, UNE LIGNE
008460* D'INTERETS ET/OU UNE LIGNE D'INDEMNITE ARCHIVEES (QUANTITE 1,
008470* SANS REMISE NI TVA) ; IL RESTE EN COURS D'EMISSION JUSQU'A
008470* L'ENREGISTREMENT DE SES PENALITES DANS FPENAL
008480 TRAITER-LIGNE-RETARD.
008490     IF TR-C-NO(WS-RET-J) = WS-C-NO-DOC
008500        AND TR-TRAITE(WS-RET-J) = 'N' THEN
008510         MOVE TR-NO-FACT(WS-RET-J)   TO PL-ED-NO-FACT
008520         MOVE TR-ECHEANCE(WS-RET-J)  TO PL-ED-ECHEANCE
008530         MOVE TR-RESTE(WS-RET-J)     TO PL-ED-RESTE
008540         MOVE TR-JOURS(WS-RET-J)     TO PL-ED-JOURS
008550         MOVE TR-INTERETS(WS-RET-J)  TO PL-ED-INTERETS
008560         MOVE TR-INDEMNITE(WS-RET-J) TO PL-ED-INDEMNITE
008570         WRITE ENR-FACTURE FROM L-PEN-LIGNE
008580         IF FS-FACTURE NOT = ZERO THEN
008590             DISPLAY "ERR WRITE MESPENAL - FILE STATUS : ",
008600                     FS-FACTURE
008610             PERFORM ABEND-PROG
008620         END-IF
008630         IF TR-INTERETS(WS-RET-J) > ZERO THEN
008640             MOVE SPACES TO HIS-CORPS
008650             MOVE 'INT' TO HIS-P-NO
008660             STRING 'INTERETS RETARD ' DELIMITED BY SIZE
008670                    TR-NO-FACT(WS-RET-J) DELIMITED BY SIZE
008680                    INTO HIS-DESCRIPTION
008690             END-STRING
008700             MOVE TR-INTERETS(WS-RET-J) TO HIS-PRICE
008710             PERFORM ARCHIVER-LIGNE-DOC
008720             COMPUTE WS-TOTAL-INTERETS =
008730                     WS-TOTAL-INTERETS + TR-INTERETS(WS-RET-J)
008740         END-IF
008750         IF TR-INDEMNITE(WS-RET-J) > ZERO THEN
008760             MOVE SPACES TO HIS-CORPS
008770             MOVE 'IND' TO HIS-P-NO
008780             STRING 'INDEMNITE RECOUVR. ' DELIMITED BY SIZE
008790                    TR-NO-FACT(WS-RET-J) DELIMITED BY SIZE
008800                    INTO HIS-DESCRIPTION
008810             END-STRING
008820             MOVE TR-INDEMNITE(WS-RET-J) TO HIS-PRICE
008830             PERFORM ARCHIVER-LIGNE-DOC
008840             COMPUTE WS-TOTAL-INDEMNITES =
008850                     WS-TOTAL-INDEMNITES + TR-INDEMNITE(WS-RET-J)
008860         END-IF
008880         ADD 1 TO WS-NB-PENALISEES
008890         MOVE 'E' TO TR-TRAITE(WS-RET-J)
008900     END-IF.
008910
008920 ARCHIVER-LIGNE-DOC.
008930     IF WS-SEQ-LIGNE >= 998 THEN
008940         DISPLAY "FACTURE DE PENALITES PLEINE : ", WS-C-NO-DOC
008950         PERFORM ABEND-PROG
008960     END-IF
008970     ADD 1 TO WS-SEQ-LIGNE
008980     MOVE WS-NO-FACTURE TO HIS-NO-DOC
008990     MOVE WS-SEQ-LIGNE TO HIS-SEQ
009000     MOVE 'D' TO HIS-TYPE-ENR
009010     MOVE WS-REF-PENALITE TO HIS-O-NO
009020     MOVE WS-C-NO-DOC TO HIS-C-NO
009030     MOVE 1 TO HIS-QUANTITY
009040     MOVE ZERO TO HIS-REMISE
009050     MOVE ZERO TO HIS-TAUX-TVA
009060     PERFORM ECRITURE-HISTFAC.
009070
009080 ARCHIVER-TOTAUX-DOC.
009090     MOVE WS-NO-FACTURE TO HIS-NO-DOC
009100     MOVE 999 TO HIS-SEQ
009110     MOVE 'T' TO HIS-TYPE-ENR
009120     MOVE WS-REF-PENALITE TO HIS-O-NO
009130     MOVE WS-C-NO-DOC TO HIS-C-NO
009140     MOVE SPACES TO HIS-CORPS
009150     MOVE WS-TOTAL-PENALITE TO HIS-TOTAL-HT
009160     MOVE ZERO              TO HIS-MONTANT-TVA
009170     MOVE WS-TOTAL-PENALITE TO HIS-TOTAL-TTC
009180     MOVE ZERO              TO HIS-TOTAL-REMISE
009190     PERFORM ECRITURE-HISTFAC.
009200
009210* UN NUMERO DE DOCUMENT EST UNIQUE ; LA REECRITURE NE SERT QUE
009220* LA REPRISE D'UN RUN INTERROMPU, COMME DANS FACTURES
009230 ECRITURE-HISTFAC.
009240     WRITE ENR-HIST
009250     IF FS-HISTFAC = '22' THEN
009260         REWRITE ENR-HIST
009270     END-IF
009280     IF FS-HISTFAC NOT = ZERO AND FS-HISTFAC NOT = '02' THEN
009290         DISPLAY "ERR WRITE HISTFAC - FILE STATUS : ", FS-HISTFAC
009300         PERFORM ABEND-PROG
009310     END-IF.
009320
009320* SCELLEMENT DU DOCUMENT QUI VIENT D'ETRE ARCHIVE : SON SCEAU EST
009320* CALCULE SUR TOUS SES ENREGISTREMENTS DE L'HISTORIQUE EN PARTANT
009320* DU SCEAU DU DERNIER DOCUMENT DE LA CHAINE, PUIS L'ENTETE DE LA
009320* CHAINE AVANCE. UN DOCUMENT REARCHIVE A LA REPRISE D'UN RUN
009320* INTERROMPU GARDE SON RANG ET SON SCEAU PRECEDENT
009320 SCELLER-DOCUMENT.
009320     PERFORM LIRE-TETE-SCEAUX
009320     MOVE WS-NO-FACTURE TO SC-NO-DOC
009320     READ SCEAUX KEY IS SC-NO-DOC
009320     EVALUATE TRUE
009320         WHEN FS-SCEAUX = ZERO OR FS-SCEAUX = '02'
009320             MOVE 'O' TO WS-SW-RESCELLE
009320             MOVE SC-SCEAU-PREC TO WS-SCEAU-CALC
009320         WHEN FS-SCEAUX = '23'
009320             MOVE 'N' TO WS-SW-RESCELLE
009320             MOVE SPACES TO ENR-SCEAU
009320             COMPUTE SC-RANG = WS-TETE-RANG + 1
009320             MOVE WS-NO-FACTURE TO SC-NO-DOC
009320             MOVE WS-TETE-SCEAU TO SC-SCEAU-PREC
009320             MOVE WS-TETE-SCEAU TO WS-SCEAU-CALC
009320         WHEN OTHER
009320             DISPLAY "ERR READ SCEAUX - FILE STATUS : ", FS-SCEAUX
009320             PERFORM ABEND-PROG
009320     END-EVALUATE
009320     PERFORM CALCULER-SCEAU-DOC
009320     MOVE WS-SCEAU-CALC     TO SC-SCEAU
009320     MOVE WS-TYPE-DOC-SCEAU TO SC-TYPE-DOC
009320     MOVE WS-NB-ENR-SCEAU   TO SC-NB-ENR
009320     MOVE WS-DATE-JOUR      TO SC-DATE
009320     MOVE 'A' TO SC-STATUT
009320     MOVE SPACES TO SC-DATE-DECH
009320     IF RESCELLEMENT THEN
009320         REWRITE ENR-SCEAU
009320     ELSE
009320         WRITE ENR-SCEAU
009320     END-IF
009320     IF FS-SCEAUX NOT = ZERO AND FS-SCEAUX NOT = '02' THEN
009320         DISPLAY "ERR WRITE SCEAUX - FILE STATUS : ", FS-SCEAUX
009320         PERFORM ABEND-PROG
009320     END-IF
009320     IF NOT RESCELLEMENT OR SC-RANG = WS-TETE-RANG THEN
009320         MOVE SC-RANG  TO WS-TETE-RANG
009320         MOVE SC-SCEAU TO WS-TETE-SCEAU
009320         PERFORM ECRITURE-TETE-SCEAUX
009320     END-IF.
009320
009320* RELECTURE DE L'ENTETE DE LA CHAINE ; SON ABSENCE SIGNALE UNE
009320* CHAINE ENDOMMAGEE, QU'IL NE FAUT PAS PROLONGER
009320 LIRE-TETE-SCEAUX.
009320     MOVE ZERO TO SC-RANG
009320     READ SCEAUX
009320     IF FS-SCEAUX NOT = ZERO AND FS-SCEAUX NOT = '02' THEN
009320         DISPLAY "ERR READ ENTETE SCEAUX - FILE STATUS : ",
009320                 FS-SCEAUX
009320         PERFORM ABEND-PROG
009320     END-IF
009320     MOVE SC-DERNIER-RANG TO WS-TETE-RANG
009320     MOVE SC-SCEAU        TO WS-TETE-SCEAU.
009320
009320 ECRITURE-TETE-SCEAUX.
009320     MOVE SPACES TO ENR-SCEAU
009320     MOVE ZERO TO SC-RANG
009320     MOVE WS-TETE-SCEAU TO SC-SCEAU
009320     MOVE WS-TETE-RANG  TO SC-DERNIER-RANG
009320     REWRITE ENR-SCEAU
009320     IF FS-SCEAUX NOT = ZERO AND FS-SCEAUX NOT = '02' THEN
009320         DISPLAY "ERR REWRITE SCEAUX - FILE STATUS : ", FS-SCEAUX
009320         PERFORM ABEND-PROG
009320     END-IF.
009320
009320* LES ENREGISTREMENTS DU DOCUMENT SONT RELUS DANS L'ORDRE DE LEUR
009320* CLE (ENTETE, LIGNES, TOTAUX) ET INCORPORES UN A UN AU SCEAU
009320 CALCULER-SCEAU-DOC.
009320     MOVE ZERO TO WS-NB-ENR-SCEAU
009320     MOVE SPACES TO WS-TYPE-DOC-SCEAU
009320     MOVE WS-NO-FACTURE TO HIS-NO-DOC
009320     MOVE ZERO TO HIS-SEQ
009320     START HISTFAC KEY NOT LESS THAN HIS-CLE
009320     IF FS-HISTFAC = ZERO THEN
009320         MOVE 'N' TO WS-SW-FIN-SCEAU
009320         PERFORM LIRE-HIST-SCEAU
009320     ELSE
009320         MOVE 'O' TO WS-SW-FIN-SCEAU
009320     END-IF
009320     PERFORM UNTIL FIN-DOC-SCEAU
009320         IF HIS-SEQ = ZERO THEN
009320             MOVE HIS-TYPE-ENR TO WS-TYPE-DOC-SCEAU
009320         END-IF
009320         CALL WS-PROG-SCEAU USING BY REFERENCE WS-SCEAU-CALC
009320                                               ENR-HIST
009320         ADD 1 TO WS-NB-ENR-SCEAU
009320         PERFORM LIRE-HIST-SCEAU
009320     END-PERFORM.
009320
009320 LIRE-HIST-SCEAU.
009320     READ HISTFAC NEXT
009320     IF (FS-HISTFAC NOT = ZERO AND FS-HISTFAC NOT = '02')
009320        OR HIS-NO-DOC NOT = WS-NO-FACTURE THEN
009320         MOVE 'O' TO WS-SW-FIN-SCEAU
009320     END-IF.
009320
009330* PERSISTANCE DES PENALITES D'UN RETARD REPRIS SUR LA FACTURE
009340* EMISE : LES INTERETS SONT ARRETES A LA DATE DU RUN ET
009340* L'INDEMNITE EST MARQUEE RECLAMEE
009350 MEMORISER-PENALITES.
009350     IF TR-TRAITE(WS-RET-J) = 'E' THEN
009350         PERFORM ECRITURE-PENALITES
009350         MOVE 'O' TO TR-TRAITE(WS-RET-J)
009350     END-IF.
009350
009350 ECRITURE-PENALITES.
009360     MOVE TR-NO-FACT(WS-RET-J) TO PN-NO-FACT
009370     MOVE WS-DATE-JOUR         TO PN-DATE-ARRETE
009380     MOVE 'O'                  TO PN-INDEMNITE
009390     COMPUTE PN-CUMUL-INTERETS =
009400             TR-CUMUL-DEJA(WS-RET-J) + TR-INTERETS(WS-RET-J)
009410     MOVE WS-NO-FACTURE        TO PN-NO-PENALITE
009420     WRITE ENR-PENAL
009430     IF FS-PENAL = '22' THEN
009440         REWRITE ENR-PENAL
009450     END-IF
009460     IF FS-PENAL NOT = ZERO AND FS-PENAL NOT = '02' THEN
009470         DISPLAY "ERR ECRITURE PENAL - FILE STATUS : ", FS-PENAL
009480         PERFORM ABEND-PROG
009490     END-IF.
009500
009510* LA FACTURE DE PENALITES EST EMISE : LE COMPTEUR DE L'EXERCICE
009520* AVANCE SUR LE NUMERO ATTRIBUE, LA CORRESPONDANCE REFERENCE/
009530* NUMERO PORTE LE TTC A ENCAISSER ET LE COMPTEUR 'P' AVANCE SUR
009540* LA REFERENCE ATTRIBUEE
009550 ENTERINER-NO-FACTURE.
009560     MOVE WS-NO-FACTURE TO WS-NO-DERNIER
009570     MOVE 'A' TO NF-CLE-TYPE
009580     MOVE WS-DER-ANNEE TO NF-CLE-REF
009590     MOVE WS-NO-DERNIER TO NF-NO-FACTURE
009600     MOVE ZERO TO NF-TOTAL-TTC
009610     MOVE ZERO TO NF-TOTAL-AVOIR
009620     REWRITE ENR-NUMFACT
009630     IF FS-NUMFACT NOT = ZERO THEN
009640         DISPLAY "ERR REWRITE NUMFACT - FILE STATUS : ",
009650                 FS-NUMFACT
009660         PERFORM ABEND-PROG
009670     END-IF
009680     MOVE 'O' TO NF-CLE-TYPE
009690     MOVE WS-REF-PENALITE TO NF-CLE-REF
009700     MOVE WS-NO-FACTURE TO NF-NO-FACTURE
009710     MOVE WS-TOTAL-PENALITE TO NF-TOTAL-TTC
009720     MOVE ZERO TO NF-TOTAL-AVOIR
009730     WRITE ENR-NUMFACT
009740     IF FS-NUMFACT = '22' THEN
009750         REWRITE ENR-NUMFACT
009760     END-IF
009770     IF FS-NUMFACT NOT = ZERO THEN
009780         DISPLAY "ERR WRITE NUMFACT - FILE STATUS : ", FS-NUMFACT
009790         PERFORM ABEND-PROG
009800     END-IF
009810     MOVE 'P' TO NF-CLE-TYPE
009820     MOVE SPACES TO NF-CLE-REF
009830     MOVE WS-CPT-PENALITE TO NF-NO-FACTURE
009840     MOVE ZERO TO NF-TOTAL-TTC
009850     MOVE ZERO TO NF-TOTAL-AVOIR
009860     IF CPT-PENALITE-EXISTE THEN
009870         REWRITE ENR-NUMFACT
009880     ELSE
009890         WRITE ENR-NUMFACT
009900         MOVE 'O' TO WS-SW-CPT-PENALITE
009910     END-IF
009920     IF FS-NUMFACT NOT = ZERO THEN
009930         DISPLAY "ERR ECRITURE NUMFACT - FILE STATUS : ",
009940                 FS-NUMFACT
009950         PERFORM ABEND-PROG
009960     END-IF.
009970
009980* EXPORT COMPTABLE DU DOCUMENT : DEBIT DU COMPTE CLIENT POUR LE
009990* TOTAL, CREDIT DES INTERETS ET DES INDEMNITES (OMIS S'ILS SONT
010000* NULS) ; DEBITS ET CREDITS S'EQUILIBRENT PAR CONSTRUCTION
010010 ECRITURE-JOURNAL-DOC.
010020     MOVE WS-COMPTE-CLIENT  TO JRN-COMPTE
010030     MOVE 'D'               TO JRN-SENS
010040     MOVE WS-TOTAL-PENALITE TO JRN-MONTANT
010050     PERFORM ECRITURE-JOURNAL-MVT
010060     IF WS-TOTAL-INTERETS > ZERO THEN
010070         MOVE WS-COMPTE-INTERETS TO JRN-COMPTE
010080         MOVE 'C'                TO JRN-SENS
010090         MOVE WS-TOTAL-INTERETS  TO JRN-MONTANT
010100         PERFORM ECRITURE-JOURNAL-MVT
010110     END-IF
010120     IF WS-TOTAL-INDEMNITES > ZERO THEN
010130         MOVE WS-COMPTE-INDEMNITES TO JRN-COMPTE
010140         MOVE 'C'                  TO JRN-SENS
010150         MOVE WS-TOTAL-INDEMNITES  TO JRN-MONTANT
010160         PERFORM ECRITURE-JOURNAL-MVT
010170     END-IF.
010180
010190 ECRITURE-JOURNAL-MVT.
010200     MOVE 'M'             TO JRN-TYPE-ENR
010210     MOVE WS-NO-FACTURE   TO JRN-NO-FACT
010220     MOVE WS-REF-PENALITE TO JRN-O-NO
010230     MOVE WS-DATE-COMPTABLE TO JRN-DATE
010240     MOVE ZERO            TO JRN-TAUX
010250     ADD 1 TO WS-NB-ECRITURES
010260     IF JRN-SENS = 'D' THEN
010270         COMPUTE WS-CUMUL-DEBIT =
010280                 WS-CUMUL-DEBIT + JRN-MONTANT
010290     ELSE
010300         COMPUTE WS-CUMUL-CREDIT =
010310                 WS-CUMUL-CREDIT + JRN-MONTANT
010320     END-IF
010330     WRITE ENR-JOURNAL
010340     IF FS-JOURNAL NOT = ZERO THEN
010350         DISPLAY "ERR WRITE JOURNAL - FILE STATUS : ", FS-JOURNAL
010360         PERFORM ABEND-PROG
010370     END-IF.
010380
010390* TOTAUX DE CONTROLE DU JOURNAL, MEME DESSIN QUE DANS FACTURES :
010400* UN 'T' DEBIT ET UN 'T' CREDIT EN QUEUE DE FICHIER, UN
010410* DESEQUILIBRE ARRETE LE JOB
010420 ECRITURE-CONTROLE-JOURNAL.
010430     MOVE 'T'      TO JRN-TYPE-ENR
010440     MOVE SPACES   TO JRN-NO-FACT
010450     MOVE SPACES   TO JRN-O-NO
010460     MOVE WS-DATE-SYS-ISO TO JRN-DATE
010470     MOVE ALL '9'  TO JRN-COMPTE
010480     MOVE ZERO     TO JRN-TAUX
010490     MOVE 'D'            TO JRN-SENS
010500     MOVE WS-CUMUL-DEBIT TO JRN-MONTANT
010510     WRITE ENR-JOURNAL
010520     MOVE 'C'             TO JRN-SENS
010530     MOVE WS-CUMUL-CREDIT TO JRN-MONTANT
010540     WRITE ENR-JOURNAL
010550     IF FS-JOURNAL NOT = ZERO THEN
010560         DISPLAY "ERR WRITE JOURNAL - FILE STATUS : ",
010570                 FS-JOURNAL
010580         PERFORM ABEND-PROG
010590     END-IF
010600     IF WS-CUMUL-DEBIT NOT = WS-CUMUL-CREDIT THEN
010610         DISPLAY "EXPORT COMPTABLE DESEQUILIBRE : ",
010620                 WS-CUMUL-DEBIT, " / ", WS-CUMUL-CREDIT
010630         PERFORM ABEND-PROG
010640     END-IF.
010650
010660 ECRITURE-FIN-DOC.
010670     MOVE WS-TOTAL-INTERETS   TO PL-ED-TOT-INT
010680     MOVE WS-TOTAL-INDEMNITES TO PL-ED-TOT-IND
010690     MOVE WS-TOTAL-PENALITE   TO PL-ED-TOTAL
010700     WRITE ENR-FACTURE FROM L-LIGNE-VIDE
010710     WRITE ENR-FACTURE FROM L-PEN-TOT-INTERETS
010720     WRITE ENR-FACTURE FROM L-PEN-TOT-INDEMNITES
010730     WRITE ENR-FACTURE FROM L-PEN-TOTAL
010740     WRITE ENR-FACTURE FROM L-LIGNE-VIDE
010750     WRITE ENR-FACTURE FROM L-PEN-MENTION-1
010760     WRITE ENR-FACTURE FROM L-PEN-MENTION-2
010770     WRITE ENR-FACTURE FROM L-LIGNE-VIDE
010780     MOVE WS-REF-PENALITE TO FIN-NO
010790     WRITE ENR-FACTURE FROM L-LIGNE-FIN
010800     WRITE ENR-FACTURE FROM L-LIGNE-VIDE
010810     IF FS-FACTURE NOT = ZERO THEN
010820         DISPLAY "ERR WRITE MESPENAL - FILE STATUS : ",
010830                 FS-FACTURE
010840         PERFORM ABEND-PROG
010850     END-IF.
010860
010870 ECRITURE-CONTROLE.
010880     MOVE WS-NB-DOCS          TO ED-CTL-DOCS
010890     MOVE WS-NB-PENALISEES    TO ED-CTL-PENALISEES
010900     MOVE WS-CUMUL-INTERETS   TO ED-CTL-INTERETS
010910     MOVE WS-CUMUL-INDEMNITES TO ED-CTL-INDEMNITES
010920     MOVE WS-NB-ECRITURES     TO ED-CTL-ECRITURES
010930     WRITE ENR-FACTURE FROM L-CTL-SEPARATEUR
010940     WRITE ENR-FACTURE FROM L-CTL-TITRE
010950     WRITE ENR-FACTURE FROM L-CTL-DOCS
010960     WRITE ENR-FACTURE FROM L-CTL-PENALISEES
010970     WRITE ENR-FACTURE FROM L-CTL-INTERETS
010980     WRITE ENR-FACTURE FROM L-CTL-INDEMNITES
010990     WRITE ENR-FACTURE FROM L-CTL-ECRITURES
011000     IF LISTE-TRONQUEE THEN
011010         WRITE ENR-FACTURE FROM L-CTL-TRONQUE
011020     END-IF
011030     WRITE ENR-FACTURE FROM L-CTL-SEPARATEUR.
011040
011050 OUV-FICHIERS.
011060* LE NUMEROTEUR EST TENU PAR FACTURES : SANS LUI, AUCUNE FACTURE
011070* N'A ENCORE ETE EMISE ET LE RUN N'A PAS LIEU D'ETRE
011080     OPEN I-O NUMFACT
011090     IF FS-NUMFACT NOT = ZERO AND FS-NUMFACT NOT = '02' THEN
011100         DISPLAY "ERR OPEN NUMFACT - FILE STATUS : ", FS-NUMFACT
011110         PERFORM ABEND-PROG
011120     END-IF
011130     PERFORM LIRE-COMPTEUR-EXERCICE
011140     PERFORM LIRE-COMPTEUR-PENALITE
011150     OPEN I-O HISTFAC
011160     IF FS-HISTFAC NOT = ZERO AND FS-HISTFAC NOT = '02' THEN
011170         DISPLAY "ERR OPEN HISTFAC - FILE STATUS : ", FS-HISTFAC
011180         PERFORM ABEND-PROG
011190     END-IF
011190     PERFORM OUV-SCEAUX
011200* FICHIER DES REGLEMENTS EN LECTURE SEULE ; ABSENT (ENCAISSE
011210* JAMAIS PASSE), TOUT LE TTC NET D'AVOIRS RESTE DU
011220     OPEN INPUT REGLEMENTS
011230     EVALUATE TRUE
011240         WHEN FS-REGLEMENTS = ZERO OR FS-REGLEMENTS = '02'
011250             MOVE 'O' TO WS-SW-REGL
011260         WHEN FS-REGLEMENTS = '35'
011270             MOVE 'N' TO WS-SW-REGL
011280         WHEN OTHER
011290             DISPLAY "ERR OPEN REGLEMENTS - FILE STATUS : ",
011300                     FS-REGLEMENTS
011310             PERFORM ABEND-PROG
011320     END-EVALUATE
011330* OUVERTURE EN I-O ; PREMIER RUN SANS FICHIER DES PENALITES, ON
011340* LE CREE VIDE, COMME OUV-RESTART DE FACTURES
011350     OPEN I-O PENAL
011360     IF FS-PENAL = '35' THEN
011370         OPEN OUTPUT PENAL
011380         CLOSE PENAL
011390         OPEN I-O PENAL
011400     END-IF
011410     IF FS-PENAL NOT = ZERO AND FS-PENAL NOT = '02' THEN
011420         DISPLAY "ERR OPEN PENAL - FILE STATUS : ", FS-PENAL
011430         PERFORM ABEND-PROG
011440     END-IF
011450     OPEN OUTPUT JOURNAL
011460     IF FS-JOURNAL NOT = ZERO THEN
011470         DISPLAY "ERR OPEN JOURNAL - FILE STATUS : ", FS-JOURNAL
011480         PERFORM ABEND-PROG
011490     END-IF
011500     OPEN OUTPUT FACTURE
011510     IF FS-FACTURE NOT = ZERO THEN
011520         DISPLAY "ERR OPEN MESPENAL - FILE STATUS : ", FS-FACTURE
011530         PERFORM ABEND-PROG
011540     END-IF.
011550
011560* DERNIER NUMERO ATTRIBUE SUR L'EXERCICE EN COURS ; UN EXERCICE
011570* ENCORE JAMAIS NUMEROTE OUVRE SA SEQUENCE A ZERO, COMME DANS
011580* FACTURES
011590 LIRE-COMPTEUR-EXERCICE.
011600     MOVE 'A' TO NF-CLE-TYPE
011610     MOVE WS-DATE-SYS-AAAA TO NF-CLE-REF
011620     READ NUMFACT
011630     EVALUATE TRUE
011640         WHEN FS-NUMFACT = ZERO OR FS-NUMFACT = '02'
011650             MOVE NF-NO-FACTURE TO WS-NO-DERNIER
011660         WHEN FS-NUMFACT = '23'
011670             MOVE 'A' TO NF-CLE-TYPE
011680             MOVE WS-DATE-SYS-AAAA TO NF-CLE-REF
011690             MOVE WS-DATE-SYS-AAAA TO WS-DER-ANNEE
011700             MOVE ZERO TO WS-DER-SEQ
011710             MOVE WS-NO-DERNIER TO NF-NO-FACTURE
011720             MOVE ZERO TO NF-TOTAL-TTC
011730             MOVE ZERO TO NF-TOTAL-AVOIR
011740             WRITE ENR-NUMFACT
011750             IF FS-NUMFACT NOT = ZERO THEN
011760                 DISPLAY "ERR WRITE NUMFACT - FILE STATUS : ",
011770                         FS-NUMFACT
011780                 PERFORM ABEND-PROG
011790             END-IF
011800         WHEN OTHER
011810             DISPLAY "ERR READ NUMFACT - FILE STATUS : ",
011820                     FS-NUMFACT
011830             PERFORM ABEND-PROG
011840     END-EVALUATE.
011850
011860* DERNIER RANG DE REFERENCE DE PENALITES ATTRIBUE (ZERO AVANT LA
011870* PREMIERE FACTURE DE PENALITES)
011880 LIRE-COMPTEUR-PENALITE.
011890     MOVE 'P' TO NF-CLE-TYPE
011900     MOVE SPACES TO NF-CLE-REF
011910     READ NUMFACT
011920     EVALUATE TRUE
011930         WHEN FS-NUMFACT = ZERO OR FS-NUMFACT = '02'
011940             MOVE NF-NO-FACTURE TO WS-CPT-PENALITE
011950             MOVE 'O' TO WS-SW-CPT-PENALITE
011960         WHEN FS-NUMFACT = '23'
011970             MOVE ZERO TO WS-CPT-RANG
011980             MOVE 'N' TO WS-SW-CPT-PENALITE
011990         WHEN OTHER
012000             DISPLAY "ERR READ NUMFACT - FILE STATUS : ",
012010                     FS-NUMFACT
012020             PERFORM ABEND-PROG
012030     END-EVALUATE.
012040
012040 OUV-SCEAUX.
012040* OUVERTURE EN I-O ; AU PREMIER RUN, LA CHAINE EST CREEE AVEC SON
012040* SEUL ENTETE (RANG 0, SCEAU A ZERO)
012040     OPEN I-O SCEAUX
012040     IF FS-SCEAUX = '35' THEN
012040         OPEN OUTPUT SCEAUX
012040         MOVE SPACES TO ENR-SCEAU
012040         MOVE ZERO TO SC-RANG
012040         MOVE ZERO TO SC-SCEAU
012040         MOVE ZERO TO SC-DERNIER-RANG
012040         WRITE ENR-SCEAU
012040         IF FS-SCEAUX NOT = ZERO THEN
012040             DISPLAY "ERR WRITE SCEAUX - FILE STATUS : ",
012040                     FS-SCEAUX
012040             PERFORM ABEND-PROG
012040         END-IF
012040         CLOSE SCEAUX
012040         OPEN I-O SCEAUX
012040     END-IF
012040     IF FS-SCEAUX NOT = ZERO AND FS-SCEAUX NOT = '02' THEN
012040         DISPLAY "ERR OPEN SCEAUX - FILE STATUS : ", FS-SCEAUX
012040         PERFORM ABEND-PROG
012040     END-IF.
012040
012050 FERM-FICHIERS.
012060     CLOSE NUMFACT
012070     IF FS-NUMFACT NOT = ZERO THEN
012080         DISPLAY "ERR CLOSE NUMFACT - FILE STATUS : ", FS-NUMFACT
012090         PERFORM ABEND-PROG
012100     END-IF
012110     CLOSE HISTFAC
012120     IF FS-HISTFAC NOT = ZERO THEN
012130         DISPLAY "ERR CLOSE HISTFAC - FILE STATUS : ", FS-HISTFAC
012140         PERFORM ABEND-PROG
012150     END-IF
012150     CLOSE SCEAUX
012150     IF FS-SCEAUX NOT = ZERO THEN
012150         DISPLAY "ERR CLOSE SCEAUX - FILE STATUS : ", FS-SCEAUX
012150         PERFORM ABEND-PROG
012150     END-IF
012160     IF REGL-DISPONIBLE THEN
012170         CLOSE REGLEMENTS
012180         IF FS-REGLEMENTS NOT = ZERO THEN
012190             DISPLAY "ERR CLOSE REGLEMENTS - FILE STATUS : ",
012200                     FS-REGLEMENTS
012210             PERFORM ABEND-PROG
012220         END-IF
012230     END-IF
012240     CLOSE PENAL
012250     IF FS-PENAL NOT = ZERO THEN
012260         DISPLAY "ERR CLOSE PENAL - FILE STATUS : ", FS-PENAL
012270         PERFORM ABEND-PROG
012280     END-IF
012290     CLOSE JOURNAL
012300     IF FS-JOURNAL NOT = ZERO THEN
012310         DISPLAY "ERR CLOSE JOURNAL - FILE STATUS : ", FS-JOURNAL
012320         PERFORM ABEND-PROG
012330     END-IF
012340     CLOSE FACTURE
012350     IF FS-FACTURE NOT = ZERO THEN
012360         DISPLAY "ERR CLOSE MESPENAL - FILE STATUS : ",
012370                 FS-FACTURE
012380         PERFORM ABEND-PROG
012390     END-IF.
