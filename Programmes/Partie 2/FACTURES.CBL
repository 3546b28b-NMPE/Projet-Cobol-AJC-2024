000907     ALTERNATE RECORD KEY IS HIS-O-NO WITH DUPLICATES
000908     ALTERNATE RECORD KEY IS HIS-C-NO WITH DUPLICATES
000909     FILE STATUS IS FS-HISTFAC.
000909* CHAINE DES SCEAUX DE L'ARCHIVE : CHAQUE DOCUMENT ARCHIVE RECOIT
000909* UN SCEAU CALCULE SUR SES ENREGISTREMENTS ET SUR LE SCEAU DU
000909* DOCUMENT PRECEDENT, CONTROLE PAR AUDITFAC
000909     SELECT SCEAUX ASSIGN TO FSCEAUX
000909     ORGANIZATION IS INDEXED
000909     ACCESS MODE IS DYNAMIC
000909     RECORD KEY IS SC-RANG
000909     ALTERNATE RECORD KEY IS SC-NO-DOC WITH DUPLICATES
000909     FILE STATUS IS FS-SCEAUX.
000902
000910 DATA DIVISION.
001000 FILE SECTION.
001178             15 HIS-O-DATE  PIC X(10).
001178             15 HIS-COMPANY PIC X(27).
001178             15 HIS-SIRET   PIC X(14).
001178* 'M' = FACTURE MENSUELLE REGROUPANT PLUSIEURS COMMANDES (LES
001178* LIGNES 'D' PORTENT CHACUNE LEUR COMMANDE DANS HIS-O-NO)
001178             15 HIS-TYPE-FACT PIC X(01).
001178             15 FILLER      PIC X(05).
001178         10 HIS-LIGNE REDEFINES HIS-ENTETE.
001178             15 HIS-P-NO        PIC X(03).
001178             15 HIS-DESCRIPTION PIC X(30).
001178             15 HIS-TOTAL-REMISE PIC 9(8)V99.
001178             15 FILLER           PIC X(17).
001179
001179* CHAINE DES SCEAUX DES DOCUMENTS ARCHIVES : UN ENREGISTREMENT PAR
001179* DOCUMENT, DANS L'ORDRE D'ARCHIVAGE (RANG), AVEC SON SCEAU ET
001179* CELUI DU DOCUMENT PRECEDENT ; LE RANG 0 EST L'ENTETE DE LA
001179* CHAINE (DERNIER RANG ET DERNIER SCEAU)
001179 FD SCEAUX.
001179 01 ENR-SCEAU.
001179     05 SC-RANG            PIC 9(08).
001179     05 SC-NO-DOC          PIC X(10).
001179     05 SC-SCEAU           PIC 9(18).
001179     05 SC-DETAIL.
001179* TYPE D'ENTETE DU DOCUMENT ('E', 'A' OU 'P')
001179         10 SC-TYPE-DOC    PIC X(01).
001179         10 SC-NB-ENR      PIC 9(04).
001179         10 SC-SCEAU-PREC  PIC 9(18).
001179         10 SC-DATE        PIC X(10).
001179* 'A' ARCHIVE DANS FHISTFAC, 'D' DECHARGE PAR PURGHIST (LE SCEAU
001179* RESTE LE MAILLON DE LA CHAINE, LE DOCUMENT N'EST PLUS RELU)
001179         10 SC-STATUT      PIC X(01).
001179         10 SC-DATE-DECH   PIC X(10).
001179     05 SC-TETE REDEFINES SC-DETAIL.
001179         10 SC-DERNIER-RANG PIC 9(08).
001179         10 FILLER          PIC X(36).
001179     05 FILLER             PIC X(20).
001179
001180 FD FACTELEC.
001190 01 ENR-FACTELEC.
001200     05 FE-TYPE-ENR  PIC X(01).
003222  77 FS-DEVISES      PIC XX.
003223  77 FS-NUMFACT      PIC XX.
003224  77 FS-HISTFAC      PIC XX.
003224  77 FS-SCEAUX       PIC XX.
003300  77 WS-ANO          PIC 99.
003300
003300* SOUS-PROGRAMME DU REGISTRE DES RUNS DE LA CHAINE ET SA ZONE
003300* D'ECHANGE : LE RUN S'Y INSCRIT AU DEBUT, APRES CONTROLE DE SES
003300* PREREQUIS, ET A LA FIN AVEC SON CODE RETOUR ET SES COMPTEURS
003300  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
003300  01 WS-REGISTRE-RUN.
003300      05 REG-FONCTION     PIC X(01).
003300      05 REG-PROGRAMME    PIC X(08) VALUE 'FACTURES'.
003300      05 REG-MODE         PIC X(01) VALUE SPACE.
003300      05 REG-DATE-METIER  PIC X(10).
003300      05 REG-RANG         PIC 9(04).
003300      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
003300      05 REG-COMPTEUR OCCURS 3.
003300          10 REG-LIB-NB   PIC X(12).
003300          10 REG-NB       PIC 9(07).
003300
003301* SQLCODE DE L'ANOMALIE AYANT ECARTE LA COMMANDE EN COURS, SAUVE
003301* DES TEST-SQLCODE-DETAIL/TEST-SQLCODE-ITEMS AU MOMENT DE
003301* L'ECHEC : ECRITURE-REJET-ITEMS EST APPELEE APRES LE CLOSE
003404  77 WS-IND-SIRET    PIC S9(4) COMP VALUE ZERO.
003404  77 WS-IND-DISCOUNT PIC S9(4) COMP VALUE ZERO.
003404  77 WS-IND-COUNTRY  PIC S9(4) COMP VALUE ZERO.
003404* CYCLE DE FACTURATION DU CLIENT (BILLING_CYCLE), COLONNE AJOUTEE
003404* APRES COUP : 'M' = CLIENT FACTURE UNE FOIS PAR MOIS (COMMANDES
003404* REGROUPEES), NULLE OU AUTRE = UNE FACTURE PAR COMMANDE
003404  77 WS-CUST-CYCLE   PIC X(01) VALUE SPACES.
003404      88 CLIENT-MENSUEL          VALUE 'M'.
003404  77 WS-IND-CYCLE    PIC S9(4) COMP VALUE ZERO.
003405* MODE D'EXECUTION RECU EN SYSIN A LA SUITE DU TAUX DE TVA :
003405* 'T' = FACTURATION NORMALE (TRAITEMENT DU LOT), 'R' = REEDITION
003405* D'UNE SEULE FACTURE (NUMERO DE COMMANDE PASSE EN SYSIN)
003405* ELECTRONIQUE, PAS DE MARQUAGE BILLED_FLAG, PAS DE CHECKPOINT,
003405* PAS DE NUMERO CONSOMME)
003405      88 WS-MODE-SIMUL          VALUE 'S'.
003405* 'M' = FACTURATION MENSUELLE DES CLIENTS REGROUPES (BILLING_CYCLE
003405* = 'M') : LEURS COMMANDES NON FACTUREES A LA DATE D'ARRETE RECUE
003405* EN SYSIN SONT REPRISES SUR UNE SEULE FACTURE PAR CLIENT, SOUS
003405* UN SEUL NUMERO ET UNE SEULE VENTILATION DE TVA. MEMES FICHIERS
003405* QUE LE LOT NORMAL, POUR QUE LE CONTROLE, LA DISPERSION ET
003405* L'ACCUSE DE RECEPTION S'ENCHAINENT A L'IDENTIQUE
003405      88 WS-MODE-MENSUEL        VALUE 'M'.
003405  77 WS-REPRINT-O-NO PIC X(03)  VALUE ZERO.
003405  77 WS-AVOIR-O-NO   PIC X(03)  VALUE ZERO.
003405* FLAG DE FACTURATION DE LA COMMANDE VISEE PAR L'AVOIR : SEULE
003405  77 WS-SW-EXONERE   PIC X(01) VALUE 'N'.
003405      88 DOC-EXONERE             VALUE 'O'.
003405* LIGNES DU DOCUMENT EN COURS, MEMORISEES AU FIL DE L'EAU POUR
003405* ETRE ARCHIVEES DANS FHISTFAC UNE FOIS LE DOCUMENT COMPLET,
003405* AVEC LEUR COMMANDE (UNE FACTURE MENSUELLE EN REGROUPE
003405* PLUSIEURS)
003405  01 T-HIST-LIGNES.
003405      05 T-HIST-LIGNE OCCURS 500 TIMES.
003405          10 TH-O-NO        PIC X(03).
003405          10 TH-P-NO        PIC X(03).
003405          10 TH-DESCRIPTION PIC X(30).
003405          10 TH-QUANTITY    PIC 9(02).
003404* D'ENCOURS
003404  77 WS-RESTE-FACT   PIC 9(8)V99 VALUE ZERO.
003404  77 WS-NB-SUSPENDUES PIC 9(6) VALUE ZERO.
003404* COMMANDE D'UN CLIENT FACTURE AU MOIS RENCONTREE PAR LE LOT
003404* QUOTIDIEN : ELLE N'EST NI FACTUREE NI REJETEE, BILLED_FLAG RESTE
003404* A 'N' ET ELLE ATTEND LE RUN MENSUEL (MODE 'M')
003404  77 WS-SW-DIFFERE   PIC X(01) VALUE 'N'.
003404      88 COMMANDE-DIFFEREE       VALUE 'O'.
003404  77 WS-NB-DIFFEREES PIC 9(6) VALUE ZERO.
003404* DATE D'ARRETE DU RUN MENSUEL (AAAA-MM-JJ, RECUE EN SYSIN) :
003404* DERNIERE DATE DE COMMANDE RETENUE, ET DATE DE LA FACTURE
003404* MENSUELLE (ENTETE, ARCHIVE, EXPORT COMPTABLE, COURS DE DEVISE)
003404  77 WS-DATE-ARRETE  PIC X(10) VALUE SPACES.
003404* DERNIER CLIENT ENTIEREMENT FACTURE PAR LE RUN MENSUEL PRECEDENT
003404* (CHECKPOINT '2' DU FICHIER DE REPRISE)
003404  77 WS-RESTART-CLI  PIC X(03) VALUE '000'.
003404* FACTURE MENSUELLE EN COURS : CLIENT, PREMIERE COMMANDE (QUI
003404* PORTE LE NUMERO PROPOSE, L'ENTETE ET LES TOTAUX), DATE DE LA
003404* COMMANDE EN COURS, ET COMMANDE DEJA LUE DU CLIENT SUIVANT AU
003404* MOMENT DE LA CLOTURE
003404  77 WS-SW-MENSUELLE PIC X(01) VALUE 'N'.
003404      88 FACTURE-MENSUELLE-OUVERTE VALUE 'O'.
003404  77 WS-MEN-C-NO     PIC X(03) VALUE SPACES.
003404  77 WS-MEN-O-NO     PIC X(03) VALUE SPACES.
003404  77 WS-MEN-CDE-DATE PIC X(10) VALUE SPACES.
003404  77 WS-SUIV-O-NO    PIC X(03) VALUE SPACES.
003404  77 WS-SUIV-O-DATE  PIC X(10) VALUE SPACES.
003404* COMMANDES REGROUPEES SUR LA FACTURE MENSUELLE EN COURS ET LEUR
003404* TTC PROPRE (HT DE LA COMMANDE PLUS SA TVA ARRONDIE TAUX PAR
003404* TAUX) : CHAQUE COMMANDE GARDE SA CORRESPONDANCE DANS LE
003404* NUMEROTEUR ET SON MOUVEMENT CLIENT DANS L'EXPORT COMPTABLE,
003404* POUR QU'ENCAISSEMENT, AVOIR ET HISTORIQUE RESTENT A LA COMMANDE
003404  01 T-CONSO.
003404      05 T-CONSO-CDE OCCURS 100 TIMES.
003404          10 CS-O-NO      PIC X(03).
003404          10 CS-TOTAL-TTC PIC 9(8)V99.
003404  77 WS-NB-CONSO      PIC 9(3) COMP VALUE ZERO.
003404  77 WS-CONSO-I       PIC 9(3) COMP VALUE ZERO.
003404  77 WS-NB-REGROUPEES PIC 9(6) VALUE ZERO.
003404  77 WS-NB-HIST-AVANT PIC 9(3) COMP VALUE ZERO.
003404* TOTAUX ET VENTILATION DE TVA DE LA FACTURE MENSUELLE : LA TVA
003404* D'UN TAUX EST LA SOMME DES TVA ARRONDIES DES COMMANDES, SI BIEN
003404* QUE LA SOMME DES TTC DES COMMANDES RETOMBE AU CENTIME SUR LE
003404* TTC DE LA FACTURE ET QU'UN AVOIR SUR UNE COMMANDE SOLDE
003404* EXACTEMENT SA PART
003404  77 WS-CONSO-HT     PIC 9(8)V99 VALUE ZERO.
003404  77 WS-CONSO-REMISE PIC 9(8)V99 VALUE ZERO.
003404  01 T-TVA-CONSO.
003404      05 T-TVA-CONSO-LIGNE OCCURS 5 TIMES INDEXED BY IX-TVC.
003404          10 TC-TAUX    PIC 99V9.
003404          10 TC-BASE-HT PIC 9(8)V99.
003404          10 TC-MONTANT PIC 9(8)V99.
003404  77 WS-NB-TAUX-CONSO PIC 9(2) COMP VALUE ZERO.
003404* VENTILATION DEJA CALCULEE (CLOTURE DE LA FACTURE MENSUELLE) :
003404* CALCUL-TVA-TAUX TOTALISE LES MONTANTS PAR TAUX SANS LES
003404* RECALCULER SUR LES BASES
003404  77 WS-SW-TVA-CUMULEE PIC X(01) VALUE 'N'.
003404      88 TVA-DEJA-CALCULEE       VALUE 'O'.
003405* NOM LOGIQUE DU FICHIER DES COMMANDES SUSPENDUES, MEME PRINCIPE
003405* QUE WS-FICHIER-FACTURE
003405  77 WS-FICHIER-HELD PIC X(08) VALUE 'MESHELD'.
003415  77 WS-CUMUL-TTC    PIC 9(9)V99 VALUE ZERO.
003416
003412  77 WS-SSPROG PIC X(8) VALUE 'DATEJOUR'.
003412* SOUS-PROGRAMME DE CALCUL DU SCEAU, SCEAU EN COURS DE CALCUL ET
003412* IMAGE DE L'ENTETE DE LA CHAINE
003412  77 WS-PROG-SCEAU PIC X(8) VALUE 'CALSCEAU'.
003412  01 WS-SCEAU-CALC.
003412      05 WS-SCEAU-H1 PIC 9(09) VALUE ZERO.
003412      05 WS-SCEAU-H2 PIC 9(09) VALUE ZERO.
003412  77 WS-TETE-RANG     PIC 9(08) VALUE ZERO.
003412  77 WS-TETE-SCEAU    PIC 9(18) VALUE ZERO.
003412  77 WS-NB-ENR-SCEAU  PIC 9(04) VALUE ZERO.
003412  77 WS-TYPE-DOC-SCEAU PIC X(01) VALUE SPACES.
003412* LE DOCUMENT A DEJA UN SCEAU (REARCHIVE A LA REPRISE)
003412  77 WS-SW-RESCELLE   PIC X(01) VALUE 'N'.
003412      88 RESCELLEMENT          VALUE 'O'.
003412  77 WS-SW-FIN-SCEAU  PIC X(01) VALUE 'N'.
003412      88 FIN-DOC-SCEAU         VALUE 'O'.
003412* SOUS-PROGRAMME DE PLACEMENT DES ECRITURES DANS LA PREMIERE
003412* PERIODE COMPTABLE OUVERTE ET SA ZONE D'ECHANGE
003412  77 WS-PROG-PERIODE PIC X(8) VALUE 'CALPERIO'.
003412  01 WS-PERIODE-CPT.
003412      05 PER-DATE-DOC    PIC X(10).
003412      05 PER-DATE-RUN    PIC X(10).
003412      05 PER-DATE-COMPTA PIC X(10).
003412      05 PER-DERNIERE    PIC X(07).
003412      05 PER-RETOUR      PIC X(01).
003412          88 PERIODE-PLACEE      VALUE 'O'.
003412          88 PERIODE-REPORTEE    VALUE 'R'.
003412          88 PERIODE-CLOSE       VALUE 'C'.
003412* DATE COMPTABLE DU DOCUMENT EN COURS : DATE DE SES ECRITURES AU
003412* JOURNAL ET DE SON ARCHIVE
003412  77 WS-DATE-COMPTABLE PIC X(10) VALUE SPACES.
003412* DOCUMENT ECARTE FAUTE DE PERIODE COMPTABLE OUVERTE OU DE DATE
003412* VALIDE, ET LIBELLE DE SON REJET
003412  77 WS-SW-PERIODE   PIC X(01) VALUE 'N'.
003412      88 DOCUMENT-NON-PLACE    VALUE 'O'.
003412  77 WS-LIB-PERIODE  PIC X(44) VALUE SPACES.
003415
003420  01 L-LIGNE-FIN.
003431      05 FILLER    PIC X(19)  VALUE ALL '-'.
003514      05 WS-O-DATE PIC X(10).
003515      05 FILLER    PIC X(35) VALUE ALL ' '.
003516
003516* FACTURE MENSUELLE : LA DATE D'ARRETE REMPLACE LES REFERENCES DE
003516* COMMANDE A L'ENTETE ; CHAQUE COMMANDE REGROUPEE EST ANNONCEE
003516* DANS LE TABLEAU DES PRODUITS PAR UNE LIGNE DE TITRE, ET CLOSE
003516* PAR SON SOUS-TOTAL HT
003516  01 L-MENSUELLE.
003516      05 FILLER        PIC X(24) VALUE 'FACTURE MENSUELLE AU  : '.
003516      05 WS-MEN-ARRETE PIC X(10).
003516      05 FILLER        PIC X(35) VALUE ALL ' '.
003516
003516  01 L-MENSUELLE-CDE.
003516      05 FILLER        PIC X(01) VALUE '|'.
003516      05 FILLER        PIC X(09) VALUE 'COMMANDE '.
003516      05 MEN-CDE-O-NO  PIC X(03).
003516      05 FILLER        PIC X(04) VALUE ' DU '.
003516      05 MEN-CDE-DATE  PIC X(10).
003516      05 FILLER        PIC X(41) VALUE ALL ' '.
003516      05 FILLER        PIC X(01) VALUE '|'.
003516
003516  01 L-MENSUELLE-SST.
003516      05 FILLER        PIC X(01) VALUE '|'.
003516      05 FILLER        PIC X(38) VALUE ALL ' '.
003516      05 FILLER        PIC X(15) VALUE 'SOUS-TOTAL HT :'.
003516      05 ED-MEN-SST    PIC Z(7)9,99-.
003516      05 FILLER        PIC X(03) VALUE '  |'.
003516
003524* WS-DEPARTEMENT/WS-CONTACT SONT LIMITES A 39 CARACTERES (ET NON
003524* 64)
003524* POUR QUE LA LIGNE IMPRIMEE (FILLER 30 + VALEUR) TIENNE DANS LES
003645      05 ED-CTL-REJ PIC Z(6)9.
003645      05 FILLER     PIC X(32) VALUE ALL ' '.
003645
003645* COMMANDES LAISSEES AU RUN MENSUEL PAR LE LOT QUOTIDIEN, ET
003645* COMMANDES REPRISES SUR LES FACTURES MENSUELLES (MODE 'M')
003645  01 L-CTL-DIFF.
003645      05 FILLER      PIC X(30)
003645       VALUE 'COMMANDES DIFFEREES MENSUEL :'.
003645      05 ED-CTL-DIFF PIC Z(6)9.
003645      05 FILLER      PIC X(32) VALUE ALL ' '.
003645
003645  01 L-CTL-REGR.
003645      05 FILLER      PIC X(30)
003645       VALUE 'COMMANDES REGROUPEES        :'.
003645      05 ED-CTL-REGR PIC Z(6)9.
003645      05 FILLER      PIC X(32) VALUE ALL ' '.
003645
003645* UNE LIGNE PAR COMMANDE QUI SERAIT GARDEE POUR LA FACTURE
003645* MENSUELLE DE SON CLIENT (SIMULATION)
003645  01 L-PREV-DIFF.
003645      05 FILLER         PIC X(09) VALUE 'COMMANDE '.
003645      05 PREV-DIFF-O-NO PIC X(03).
003645      05 FILLER         PIC X(03) VALUE SPACES.
003645      05 FILLER         PIC X(30)
003645       VALUE 'REGROUPEE EN FIN DE MOIS      '.
003645      05 FILLER         PIC X(24) VALUE ALL ' '.
003645
003645* NOMBRE DE COMMANDES QUI PARTIRAIENT EN REJET (SIMULATION)
003645  77 WS-NB-REJETS-PREV PIC 9(6) VALUE ZERO.
003646
006220         AND O_NO > :WS-RESTART-NO
006230         ORDER BY O_NO
006300      END-EXEC
006300
006300* DECLARATION DU CURSEUR DU RUN MENSUEL : COMMANDES NON FACTUREES
006300* DES CLIENTS FACTURES AU MOIS, JUSQU'A LA DATE D'ARRETE, PAR
006300* CLIENT PUIS PAR COMMANDE. LE FILTRE SUR :WS-RESTART-CLI REPREND
006300* APRES LE DERNIER CLIENT FACTURE SI LE RUN PRECEDENT A ETE
006300* INTERROMPU
006300      EXEC SQL
006300         DECLARE CMENSUEL CURSOR
006300         FOR
006300         SELECT O.O_NO, O.S_NO, O.C_NO, O.O_DATE
006300         FROM ORDERS O, CUSTOMERS C
006300         WHERE (O.BILLED_FLAG = 'N' OR O.BILLED_FLAG IS NULL)
006300         AND C.C_NO = O.C_NO
006300         AND C.BILLING_CYCLE = 'M'
006300         AND O.O_DATE <= :WS-DATE-ARRETE
006300         AND O.C_NO > :WS-RESTART-CLI
006300         ORDER BY O.C_NO, O.O_NO
006300      END-EXEC
009800
009900* DECLARATION DU CURSEUR ITEM
010000      EXEC SQL
010816         MOVE 'MESJOURA' TO WS-FICHIER-JOURNAL
010816         MOVE 'MESHELDA' TO WS-FICHIER-HELD
010816     END-IF
010816* EN MODE MENSUEL, LA DATE D'ARRETE SUIT LE MODE ; LES FICHIERS
010816* RESTENT CEUX DU LOT NORMAL
010816     IF WS-MODE-MENSUEL THEN
010816         ACCEPT WS-DATE-ARRETE FROM SYSIN
010816         MOVE WS-DATE-ARRETE TO WS-MEN-ARRETE
010816     END-IF
010817
010817****** DATE SYSTEME : EXERCICE DE LA SEQUENCE DE NUMEROTATION ****
010817     ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
010817     MOVE WS-DATE-SYS-AAAA TO WS-ISO-AAAA
010817     MOVE WS-DATE-SYS-MM   TO WS-ISO-MM
010817     MOVE WS-DATE-SYS-JJ   TO WS-ISO-JJ
010817
010818
010820****** INSCRIPTION DU RUN AU REGISTRE DE LA CHAINE *****
010820     MOVE WS-MODE TO REG-MODE
010820     MOVE 'D' TO REG-FONCTION
010820     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
010820
010820************ APPEL DU SOUS-PROGAMME  ********
010821     CALL WS-SSPROG USING BY REFERENCE WS-DATE2
010822*********************************************
010826     PERFORM OUV-RESTART
010827     PERFORM OUV-NUMFACT
010827     PERFORM OUV-HISTFAC
010827     PERFORM OUV-SCEAUX
010828
010828     IF WS-MODE-SIMUL THEN
010828         PERFORM ECRITURE-ENTETE-PREVISION
010832         PERFORM TRAITEMENT-AVOIR
010832         PERFORM ECRITURE-CONTROLE
010832         PERFORM ECRITURE-CONTROLE-JOURNAL
010832     WHEN WS-MODE-MENSUEL
010832         PERFORM TRAITEMENT-MENSUEL
010832         PERFORM ECRITURE-CONTROLE
010832         PERFORM ECRITURE-CONTROLE-JOURNAL
010833     WHEN OTHER
010900         EXEC SQL
011000             OPEN CORDERS
011400         PERFORM FETCH-ORDERS
011810
011900         PERFORM UNTIL SQLCODE = +100
012598             IF ORDRE-VALIDE AND NOT COMMANDE-SUSPENDUE
012598                AND NOT COMMANDE-DIFFEREE THEN
012599                PERFORM TRAITER-ITEMS-COMMANDE
012599             END-IF
012599             INITIALIZE ST-ORD
013211     PERFORM TEST-SQLCODE
013220
013230     PERFORM FERM-FACTURES
013300     PERFORM ENREGISTRER-FIN-RUN
013300     GOBACK.
013400
014100
015500 ABEND-PROG.
015600       DISPLAY "ANOMALIE GRAVE : ", SQLCODE
015700       COMPUTE WS-ANO = 1 / WS-ANO.
015700
015700* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
015700* COMPTEURS
015700 ENREGISTRER-FIN-RUN.
015700     MOVE 'F'         TO REG-FONCTION
015700     MOVE RETURN-CODE TO REG-CODE-RETOUR
015700     MOVE 'FACTURES'     TO REG-LIB-NB(1)
015700     MOVE WS-NB-FACTURES TO REG-NB(1)
015700     MOVE 'SUSPENDUES'   TO REG-LIB-NB(2)
015700     MOVE WS-NB-SUSPENDUES TO REG-NB(2)
015700     MOVE 'DIFFEREES'    TO REG-LIB-NB(3)
015700     MOVE WS-NB-DIFFEREES TO REG-NB(3)
015700     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
015800
015810* CONTROLE DU SQLCODE D'UNE RECHERCHE CLIENT/EMPLOYE/DEPARTEMENT
015810* PROPRE A LA COMMANDE EN COURS : UN ECHEC (NON TROUVE OU ERREUR)
015827      END-IF
015827
015827      IF ORDRE-VALIDE THEN
015827* FACTURE MENSUELLE : LA COMMANDE EST TOTALISEE ET CUMULEE SUR LA
015827* FACTURE DE SON CLIENT, ENTERINEE A LA CLOTURE DE CELLE-CI
015827          IF WS-MODE-MENSUEL THEN
015827              PERFORM CUMULER-COMMANDE-MENSUELLE
015827          ELSE
015827          IF WS-MODE-SIMUL THEN
015827              PERFORM CALCUL-TVA-FACTURE
015827              COMPUTE WS-TOTAL-TTC = WS-TOTAL-HT + WS-MONTANT-TVA
015854              PERFORM FINALISER-AVOIR
015854          END-IF
015854          END-IF
015854          END-IF
015854      ELSE
015854* LA COMMANDE N'EST NI TOTALISEE NI MARQUEE FACTUREE : BILLED_FLAG
015854* RESTE A 'N' ET ELLE SERA REPRISE AU PROCHAIN RUN UNE FOIS LA
015857      MOVE ZERO TO WS-TOTAL-TTC
015858      MOVE ZERO TO WS-TOTAL-REMISE
015858      MOVE ZERO TO WS-NB-TAUX
015858* LES LIGNES D'UNE FACTURE MENSUELLE S'ACCUMULENT JUSQU'A SA
015858* CLOTURE
015858      IF NOT WS-MODE-MENSUEL THEN
015858          MOVE ZERO TO WS-NB-HIST
015858      END-IF.
015859
015860* REEDITION D'UNE SEULE FACTURE, IDENTIFIEE PAR WS-REPRINT-O-NO
015860* RECU EN SYSIN. LA COMMANDE N'EST NI MARQUEE FACTUREE NI CUMULEE
015996      COMPUTE WS-CUMUL-TVA = WS-CUMUL-TVA + WS-MONTANT-TVA
015997      COMPUTE WS-CUMUL-TTC = WS-CUMUL-TTC + WS-TOTAL-TTC.
015998
015998* RUN MENSUEL : UNE FACTURE PAR CLIENT FACTURE AU MOIS, REPRENANT
015998* TOUTES SES COMMANDES NON FACTUREES JUSQU'A LA DATE D'ARRETE
015998* (CURSEUR TRIE PAR CLIENT). LA FACTURE EN COURS EST CLOTUREE A
015998* LA RUPTURE DE CLIENT ; LA COMMANDE DEJA LUE DU CLIENT SUIVANT
015998* EST MISE DE COTE LE TEMPS DE LA CLOTURE
015998 TRAITEMENT-MENSUEL.
015998      DISPLAY "FACTURATION MENSUELLE AU : ", WS-DATE-ARRETE
015998      MOVE 'N' TO WS-SW-MENSUELLE
015998      MOVE ZERO TO WS-NB-HIST
015998      MOVE ZERO TO WS-NB-CONSO
015998      EXEC SQL
015998          OPEN CMENSUEL
015998      END-EXEC
015998      PERFORM TEST-SQLCODE
015998      INITIALIZE ST-ORD
015998      PERFORM FETCH-MENSUEL
015998
015998      PERFORM UNTIL SQLCODE = +100
015998          IF FACTURE-MENSUELLE-OUVERTE
015998             AND ORD-C-NO NOT = WS-MEN-C-NO THEN
015998              MOVE ORD-O-NO   TO WS-SUIV-O-NO
015998              MOVE ORD-O-DATE TO WS-SUIV-O-DATE
015998              PERFORM CLORE-FACTURE-MENSUELLE
015998              MOVE WS-SUIV-O-NO   TO ORD-O-NO
015998              MOVE WS-SUIV-O-DATE TO ORD-O-DATE
015998          END-IF
015998          PERFORM TRAITER-COMMANDE-MENSUELLE
015998          INITIALIZE ST-ORD
015998          PERFORM FETCH-MENSUEL
015998      END-PERFORM
015998
015998      IF FACTURE-MENSUELLE-OUVERTE THEN
015998          PERFORM CLORE-FACTURE-MENSUELLE
015998      END-IF
015998
015998      EXEC SQL
015998          CLOSE CMENSUEL
015998      END-EXEC
015998      PERFORM TEST-SQLCODE
015998
015998* RUN ALLE AU BOUT : LE PROCHAIN RUN MENSUEL REPART DU PREMIER
015998* CLIENT
015998      MOVE '000' TO RST-O-NO
015998      PERFORM ECRITURE-RESTART-MENSUEL.
015998
015998 FETCH-MENSUEL.
015998      EXEC SQL
015998          FETCH CMENSUEL
015998          INTO :ORD-O-NO, :ORD-S-NO, :ORD-C-NO, :ORD-O-DATE
015998      END-EXEC
015998      PERFORM TEST-SQLCODE
015998      IF SQLCODE NOT EQUAL +100 THEN
015998         DISPLAY "NUM COMMANDE  : ", ORD-O-NO
015998         DISPLAY "NUM EMPLOYE   : ", ORD-S-NO
015998         DISPLAY "NUM CLIENT  : ", ORD-C-NO
015998         DISPLAY "DATE COMMANDE   : ", ORD-O-DATE
015998         DISPLAY " "
015998      END-IF.
015998
015998* UNE COMMANDE DU RUN MENSUEL : LA FACTURE EST DATEE DE L'ARRETE
015998* (ENTETE, COURS DE DEVISE), LA DATE DE LA COMMANDE N'APPARAIT
015998* QUE SUR SA LIGNE DE RAPPEL. CLIENT, EMPLOYE ET DEPARTEMENT NE
015998* SONT RECHERCHES QU'A LA PREMIERE COMMANDE DU CLIENT. LA
015998* COMMANDE EST CHIFFREE A BLANC AVANT TOUTE IMPRESSION : UNE
015998* COMMANDE EN ANOMALIE EST REJETEE SANS LAISSER DE LIGNES SUR LA
015998* FACTURE DU CLIENT, ET SA PREMIERE COMMANDE VALIDE OUVRE LA
015998* FACTURE
015998 TRAITER-COMMANDE-MENSUELLE.
015998      MOVE ORD-O-DATE     TO WS-MEN-CDE-DATE
015998      MOVE WS-DATE-ARRETE TO ORD-O-DATE
015998      IF FACTURE-MENSUELLE-OUVERTE THEN
015998          MOVE 'N' TO WS-SW-ORDRE
015998      ELSE
015998          PERFORM TRAITER-ENTETE-COMMANDE
015998      END-IF
015998      IF ORDRE-VALIDE THEN
015998          PERFORM CHIFFRER-COMMANDE-BLANC
015998          IF NOT ORDRE-VALIDE THEN
015998              PERFORM ECRITURE-REJET-ITEMS
015998          END-IF
015998      END-IF
015998      IF ORDRE-VALIDE THEN
015998          IF NOT FACTURE-MENSUELLE-OUVERTE THEN
015998              PERFORM OUVRIR-FACTURE-MENSUELLE
015998          END-IF
015998          MOVE ORD-O-NO        TO MEN-CDE-O-NO
015998          MOVE WS-MEN-CDE-DATE TO MEN-CDE-DATE
015998          WRITE ENR-FACTURE FROM L-MENSUELLE-CDE
015998          MOVE WS-NB-HIST TO WS-NB-HIST-AVANT
015998          PERFORM TRAITER-ITEMS-COMMANDE
015998* COMMANDE ECARTEE PENDANT LA PASSE REELLE : SES LIGNES DEJA
015998* IMPRIMEES RESTENT SUR LA PAGE (COMME POUR TOUTE COMMANDE
015998* ECARTEE EN COURS DE TRAITEMENT) MAIS NE SONT NI ARCHIVEES NI
015998* TOTALISEES ; BILLED_FLAG RESTE A 'N'
015998          IF ORDRE-VALIDE THEN
015998              ADD 1 TO WS-NB-REGROUPEES
015998          ELSE
015998              MOVE WS-NB-HIST-AVANT TO WS-NB-HIST
015998          END-IF
015998      END-IF.
015998
015998* OUVERTURE DE LA FACTURE MENSUELLE DU CLIENT SUR SA PREMIERE
015998* COMMANDE VALIDE, QUI PORTE LE NUMERO DE FACTURE PROPOSE : UN
015998* RUN INTERROMPU AVANT LE MARQUAGE DES COMMANDES RETROUVE AINSI
015998* LE NUMERO DEJA ATTRIBUE (PREPARER-NO-FACTURE)
015998 OUVRIR-FACTURE-MENSUELLE.
015998      MOVE 'O' TO WS-SW-MENSUELLE
015998      MOVE ORD-C-NO TO WS-MEN-C-NO
015998      MOVE ORD-O-NO TO WS-MEN-O-NO
015998      MOVE ZERO TO WS-NB-CONSO
015998      MOVE ZERO TO WS-NB-TAUX-CONSO
015998      MOVE ZERO TO WS-CONSO-HT
015998      MOVE ZERO TO WS-CONSO-REMISE
015998      PERFORM ECRITURE-ENTETE
015998      PERFORM ECRITURE-DEPARTEMENT
015998      PERFORM ENTETE-PRODUITS.
015998
015998* LA COMMANDE EST TOTALISEE COMME UNE FACTURE ISOLEE (TVA ARRONDIE
015998* TAUX PAR TAUX) : SON TTC EST RETENU POUR SA CORRESPONDANCE ET
015998* SON MOUVEMENT CLIENT, SES BASES ET SA TVA SONT CUMULEES SUR LA
015998* FACTURE, SON SOUS-TOTAL HT EST IMPRIME SOUS SES LIGNES
015998 CUMULER-COMMANDE-MENSUELLE.
015998      PERFORM CALCUL-TVA-FACTURE
015998      COMPUTE WS-TOTAL-TTC = WS-TOTAL-HT + WS-MONTANT-TVA
015998      IF WS-NB-CONSO >= 100 THEN
015998          DISPLAY "TABLE T-CONSO PLEINE"
015998          PERFORM ABEND-PROG
015998      END-IF
015998      ADD 1 TO WS-NB-CONSO
015998      MOVE ORD-O-NO     TO CS-O-NO(WS-NB-CONSO)
015998      MOVE WS-TOTAL-TTC TO CS-TOTAL-TTC(WS-NB-CONSO)
015998      COMPUTE WS-CONSO-HT = WS-CONSO-HT + WS-TOTAL-HT
015998      COMPUTE WS-CONSO-REMISE = WS-CONSO-REMISE + WS-TOTAL-REMISE
015998      PERFORM CUMUL-TVA-MENSUELLE
015998          VARYING IX-TVA FROM 1 BY 1
015998          UNTIL IX-TVA > WS-NB-TAUX
015998      COMPUTE ED-MEN-SST ROUNDED = WS-TOTAL-HT * WS-TAUX-EDITION
015998      WRITE ENR-FACTURE FROM L-MENSUELLE-SST.
015998
015998* MEME PRINCIPE QUE CUMUL-TVA-LIGNE, UN TAUX DE LA COMMANDE
015998* DANS LA VENTILATION DE LA FACTURE MENSUELLE
015998 CUMUL-TVA-MENSUELLE.
015998      SET IX-TVC TO 1
015998      PERFORM UNTIL IX-TVC > WS-NB-TAUX-CONSO
015998                 OR TC-TAUX(IX-TVC) = TT-TAUX(IX-TVA)
015998          SET IX-TVC UP BY 1
015998      END-PERFORM
015998      IF IX-TVC > WS-NB-TAUX-CONSO THEN
015998          IF WS-NB-TAUX-CONSO >= 5 THEN
015998              DISPLAY "TABLE T-TVA-CONSO PLEINE"
015998              PERFORM ABEND-PROG
015998          END-IF
015998          ADD 1 TO WS-NB-TAUX-CONSO
015998          SET IX-TVC TO WS-NB-TAUX-CONSO
015998          MOVE TT-TAUX(IX-TVA) TO TC-TAUX(IX-TVC)
015998          MOVE ZERO TO TC-BASE-HT(IX-TVC)
015998          MOVE ZERO TO TC-MONTANT(IX-TVC)
015998      END-IF
015998      COMPUTE TC-BASE-HT(IX-TVC) =
015998              TC-BASE-HT(IX-TVC) + TT-BASE-HT(IX-TVA)
015998      COMPUTE TC-MONTANT(IX-TVC) =
015998              TC-MONTANT(IX-TVC) + TT-MONTANT(IX-TVA).
015998
015998* CLOTURE DE LA FACTURE MENSUELLE DU CLIENT : TOTAUX ET
015998* VENTILATION CUMULES, PUIS MEME ENCHAINEMENT QUE LE LOT NORMAL
015998* (NUMERO ENTERINE, ARCHIVAGE, EXPORT COMPTABLE AVANT LE
015998* MARQUAGE BILLED_FLAG). TOUTES LES COMMANDES DE LA FACTURE SONT
015998* MARQUEES DANS LA MEME UNITE DE TRAVAIL, LE CHECKPOINT RETIENT
015998* LE CLIENT
015998 CLORE-FACTURE-MENSUELLE.
015998      MOVE WS-MEN-O-NO    TO ORD-O-NO
015998      MOVE WS-DATE-ARRETE TO ORD-O-DATE
015998      MOVE WS-CONSO-HT     TO WS-TOTAL-HT
015998      MOVE WS-CONSO-REMISE TO WS-TOTAL-REMISE
015998      MOVE T-TVA-CONSO      TO T-TVA-FACTURE
015998      MOVE WS-NB-TAUX-CONSO TO WS-NB-TAUX
015998      MOVE 'O' TO WS-SW-TVA-CUMULEE
015998      PERFORM ECRITURE-TOTAL-PRODUITS
015998      PERFORM ECRITURE-MONTANT-TVA
015998      PERFORM ECRITURE-TOTAL-TTC
015998      MOVE 'N' TO WS-SW-TVA-CUMULEE
015998
015998      PERFORM ENTERINER-NO-FACTURE
015998      PERFORM ARCHIVER-FACTURE
015998      PERFORM ECRITURE-JOURNAL-DOC
015998
015998      PERFORM MARQUER-COMMANDE-MENSUELLE
015998          VARYING WS-CONSO-I FROM 1 BY 1
015998          UNTIL WS-CONSO-I > WS-NB-CONSO
015998      EXEC SQL COMMIT END-EXEC
015998      PERFORM TEST-SQLCODE
015998
015998      ADD 1 TO WS-NB-FACTURES
015998      COMPUTE WS-CUMUL-HT  = WS-CUMUL-HT  + WS-TOTAL-HT
015998      COMPUTE WS-CUMUL-TVA = WS-CUMUL-TVA + WS-MONTANT-TVA
015998      COMPUTE WS-CUMUL-TTC = WS-CUMUL-TTC + WS-TOTAL-TTC
015998
015998      MOVE WS-MEN-C-NO TO RST-O-NO
015998      PERFORM ECRITURE-RESTART-MENSUEL
015998
015998      MOVE 'N' TO WS-SW-MENSUELLE
015998      MOVE ZERO TO WS-NB-HIST
015998      MOVE ZERO TO WS-NB-CONSO
015998      MOVE ZERO TO WS-NB-TAUX-CONSO
015998      MOVE ZERO TO WS-CONSO-HT
015998      MOVE ZERO TO WS-CONSO-REMISE
015998      MOVE ZERO TO WS-TOTAL-HT
015998      MOVE ZERO TO WS-TOTAL-TTC
015998      MOVE ZERO TO WS-TOTAL-REMISE
015998      MOVE ZERO TO WS-NB-TAUX.
015998
015998 MARQUER-COMMANDE-MENSUELLE.
015998      MOVE CS-O-NO(WS-CONSO-I) TO ORD-O-NO
015998      EXEC SQL
015998          UPDATE ORDERS
015998             SET BILLED_FLAG = 'Y'
015998           WHERE O_NO = :ORD-O-NO
015998      END-EXEC
015998      PERFORM TEST-SQLCODE.
015998
015900 FETCH-ORDERS.
016000      EXEC SQL
016100          FETCH CORDERS
016501* A ETE TROUVE ; SINON LA COMMANDE EST BASCULEE VERS LES REJETS
016501 TRAITER-ENTETE-COMMANDE.
016501     MOVE 'N' TO WS-SW-ORDRE
016501     MOVE 'N' TO WS-SW-PERIODE
016501     PERFORM FETCH-CUSTOMERS
016501     IF ORDRE-VALIDE THEN
016501         PERFORM FETCH-EMPLOYEES
016501         PERFORM DETERMINER-DEVISE-DOC
016501     END-IF
016501
016501* CLIENT FACTURE AU MOIS : EN LOT ET EN SIMULATION, SA COMMANDE
016501* EST LAISSEE AU RUN MENSUEL SANS RIEN IMPRIMER, NUMEROTER NI
016501* REJETER
016501     MOVE 'N' TO WS-SW-DIFFERE
016501     IF ORDRE-VALIDE AND CLIENT-MENSUEL
016501        AND (WS-MODE-BATCH OR WS-MODE-SIMUL) THEN
016501         PERFORM DIFFERER-COMMANDE
016501     END-IF
016501
016501* CONTROLE D'ENCOURS AVANT TOUTE ECRITURE : EN LOT ET EN
016501* SIMULATION, UNE COMMANDE QUI FERAIT DEPASSER LA LIMITE DE
016501* CREDIT DU CLIENT EST SUSPENDUE SANS RIEN IMPRIMER NI NUMEROTER
016501     MOVE 'N' TO WS-SW-ENCOURS
016501     IF ORDRE-VALIDE AND NOT COMMANDE-DIFFEREE
016501        AND (WS-MODE-BATCH OR WS-MODE-SIMUL) THEN
016501         PERFORM CONTROLER-ENCOURS-CLIENT
016501     END-IF
016501
016501* PERIODE COMPTABLE : LE DOCUMENT DOIT POUVOIR ETRE PLACE DANS
016501* UNE PERIODE OUVERTE AVANT TOUTE ECRITURE OU NUMEROTATION. LA
016501* REEDITION NE PASSE AUCUNE ECRITURE ET N'EST PAS CONTROLEE
016501     IF ORDRE-VALIDE AND NOT COMMANDE-SUSPENDUE
016501        AND NOT COMMANDE-DIFFEREE AND NOT WS-MODE-REPRINT THEN
016501         PERFORM PLACER-DATE-COMPTABLE
016501     END-IF
016501     IF ORDRE-VALIDE AND NOT COMMANDE-SUSPENDUE
016501        AND NOT COMMANDE-DIFFEREE THEN
016501* EN SIMULATION, RIEN N'EST IMPRIME A L'ENTETE (NI NUMERO DE
016501* FACTURE PROPOSE) : SEULE LA LIGNE DE PREVISION PART DANS
016501* L'ETAT, UNE FOIS LES TOTAUX DE LA COMMANDE CALCULES. EN MODE
016501* MENSUEL, L'ENTETE N'EST ECRITE QU'A L'OUVERTURE DE LA FACTURE
016501* DU CLIENT, UNE FOIS LA COMMANDE CHIFFREE A BLANC
016501         IF NOT WS-MODE-SIMUL AND NOT WS-MODE-MENSUEL THEN
016501             PERFORM ECRITURE-ENTETE
016501             PERFORM ECRITURE-DEPARTEMENT
016501             PERFORM ENTETE-PRODUITS
016501         END-IF
016501     ELSE
016501         IF NOT COMMANDE-SUSPENDUE
016501            AND NOT COMMANDE-DIFFEREE THEN
016501             PERFORM ECRITURE-REJET
016501         END-IF
016501     END-IF.
016502
016502* DATE COMPTABLE DU DOCUMENT : SA DATE (COMMANDE, ARRETE MENSUEL
016502* OU COMMANDE D'ORIGINE D'UN AVOIR) SI SA PERIODE EST OUVERTE,
016502* SINON LE PREMIER JOUR DE LA PREMIERE PERIODE OUVERTE. UN
016502* DOCUMENT QUI NE PEUT ETRE PLACE (MOIS DU RUN DEJA CLOS, DATE
016502* INVALIDE) EST ECARTE VERS LES REJETS ; LA COMMANDE RESTE A
016502* FACTURER AU PROCHAIN RUN
016502 PLACER-DATE-COMPTABLE.
016502     MOVE ORD-O-DATE      TO PER-DATE-DOC
016502     MOVE WS-DATE-SYS-ISO TO PER-DATE-RUN
016502     CALL WS-PROG-PERIODE USING BY REFERENCE WS-PERIODE-CPT
016502     EVALUATE TRUE
016502         WHEN PERIODE-PLACEE
016502             MOVE PER-DATE-COMPTA TO WS-DATE-COMPTABLE
016502         WHEN PERIODE-REPORTEE
016502             MOVE PER-DATE-COMPTA TO WS-DATE-COMPTABLE
016502             DISPLAY "PERIODE ", ORD-O-DATE(1:7), " CLOSE, ",
016502                     "DOCUMENT REPORTE AU : ", WS-DATE-COMPTABLE
016502         WHEN PERIODE-CLOSE
016502             MOVE 'PERIODE COMPTABLE CLOSE, DOCUMENT NON PLACE'
016502                             TO WS-LIB-PERIODE
016502             PERFORM ECARTER-DOCUMENT-PERIODE
016502         WHEN OTHER
016502             MOVE 'DATE DU DOCUMENT INVALIDE, NON COMPTABILISE'
016502                             TO WS-LIB-PERIODE
016502             PERFORM ECARTER-DOCUMENT-PERIODE
016502     END-EVALUATE.
016502
016502 ECARTER-DOCUMENT-PERIODE.
016502     DISPLAY "COMMANDE ECARTEE : ", WS-LIB-PERIODE
016502     DISPLAY "DATE ", ORD-O-DATE, ", DERNIERE PERIODE CLOSE : ",
016502             PER-DERNIERE
016502     MOVE ZERO TO WS-SQLCODE-REJET
016502     MOVE 'O' TO WS-SW-PERIODE
016502     MOVE 'O' TO WS-SW-ORDRE.
016502 FETCH-CUSTOMERS.
016516     EXEC SQL
016518        SELECT C_NO, COMPANY, ADDRESS, CITY, STATE, ZIP, SIRET,
016519               DISCOUNT, COUNTRY, CREDIT_LIMIT, CURRENCY,
016519               BILLING_CYCLE
016519        INTO :CUST-C-NO, :CUST-COMPANY, :CUST-ADDRESS,
016520             :CUST-CITY, :CUST-STATE, :CUST-ZIP,
016520             :WS-CUST-SIRET   :WS-IND-SIRET,
016520             :WS-CUST-REMISE  :WS-IND-DISCOUNT,
016520             :WS-CUST-COUNTRY :WS-IND-COUNTRY,
016520             :WS-CREDIT-LIMIT :WS-IND-CREDIT,
016520             :WS-CUST-DEVISE  :WS-IND-DEVISE,
016520             :WS-CUST-CYCLE   :WS-IND-CYCLE
016521        FROM CUSTOMERS
016522        WHERE C_NO = :ORD-C-NO
016523     END-EXEC
016526         IF WS-IND-DEVISE < ZERO THEN
016526             MOVE SPACES TO WS-CUST-DEVISE
016526         END-IF
016526         IF WS-IND-CYCLE < ZERO THEN
016526             MOVE SPACES TO WS-CUST-CYCLE
016526         END-IF
016526     END-IF
016527
016528*    DISPLAY "CUST-C-NO    : ", CUST-C-NO
016625         EVALUATE TRUE
016625             WHEN (FS-HISTFAC = ZERO OR FS-HISTFAC = '02')
016625                  AND HIS-TYPE-ENR = 'D'
016625* FACTURE D'ORIGINE MENSUELLE : SEULES LES LIGNES DE LA COMMANDE
016625* CREDITEE SONT REPRISES
016625                 IF HIS-O-NO = ORD-O-NO THEN
016625                     PERFORM TRAITER-LIGNE-AVOIR-HIST
016625                 END-IF
016625                 ADD 1 TO WS-SEQ-AVH
016625             WHEN FS-HISTFAC = ZERO OR FS-HISTFAC = '02'
016625                 MOVE 'O' TO WS-SW-FIN-AVH
016625         PERFORM TEST-SQLCODE
016625     END-IF.
016625
016625* COMMANDE D'UN CLIENT FACTURE AU MOIS RENCONTREE PAR LE LOT
016625* QUOTIDIEN : BILLED_FLAG RESTE A 'N', LA COMMANDE SERA REPRISE
016625* SUR LA FACTURE MENSUELLE DE SON CLIENT (MODE 'M'). EN
016625* SIMULATION, ELLE EST SIGNALEE DANS L'ETAT DE PREVISION
016625 DIFFERER-COMMANDE.
016625     MOVE 'O' TO WS-SW-DIFFERE
016625     ADD 1 TO WS-NB-DIFFEREES
016625     DISPLAY "COMMANDE DIFFEREE (FACTURE MENSUELLE) : ", ORD-O-NO
016625     IF WS-MODE-SIMUL THEN
016625         MOVE ORD-O-NO TO PREV-DIFF-O-NO
016625         WRITE ENR-FACTURE FROM L-PREV-DIFF
016625     END-IF.
016625
016626 FETCH-PRODUCTS.
016640
016642     EXEC SQL
016673     IF FS-HISTFAC NOT = ZERO THEN
016673         DISPLAY "ERR CLOSE HISTFAC - FILE STATUS : ", FS-HISTFAC
016673         PERFORM ABEND-PROG
016673     END-IF
016673     CLOSE SCEAUX
016673     IF FS-SCEAUX NOT = ZERO THEN
016673         DISPLAY "ERR CLOSE SCEAUX - FILE STATUS : ", FS-SCEAUX
016673         PERFORM ABEND-PROG
016673     END-IF.
016674
016675 OUV-RESTART.
016688         DISPLAY "ERR OPEN RESTART - FILE STATUS : ", FS-RESTART
016689         PERFORM ABEND-PROG
016690     END-IF
016691     PERFORM LIRE-RESTART
016691     IF WS-MODE-MENSUEL THEN
016691         PERFORM LIRE-RESTART-MENSUEL
016691     END-IF.
016692
016693 LIRE-RESTART.
016694     MOVE '1' TO RST-CLE
016708                 FS-RESTART
016708         PERFORM ABEND-PROG
016709     END-IF.
016709
016709* CHECKPOINT DU RUN MENSUEL (CLE '2') : DERNIER CLIENT DONT LA
016709* FACTURE MENSUELLE EST DEFINITIVEMENT EMISE. UN FICHIER DE
016709* REPRISE ANTERIEUR AU RUN MENSUEL N'A PAS CETTE CLE : ELLE EST
016709* CREEE A '000'
016709 LIRE-RESTART-MENSUEL.
016709     MOVE '2' TO RST-CLE
016709     READ RESTART-FILE
016709     EVALUATE TRUE
016709         WHEN FS-RESTART = ZERO OR FS-RESTART = '02'
016709             MOVE RST-O-NO TO WS-RESTART-CLI
016709         WHEN FS-RESTART = '23'
016709             MOVE '2'   TO RST-CLE
016709             MOVE '000' TO RST-O-NO
016709             WRITE ENR-RESTART
016709             IF FS-RESTART NOT = ZERO THEN
016709                 DISPLAY "ERR WRITE RESTART - FILE STATUS : ",
016709                         FS-RESTART
016709                 PERFORM ABEND-PROG
016709             END-IF
016709             MOVE '000' TO WS-RESTART-CLI
016709         WHEN OTHER
016709             DISPLAY "ERR READ RESTART - FILE STATUS : ",
016709                     FS-RESTART
016709             PERFORM ABEND-PROG
016709     END-EVALUATE.
016709
016709 ECRITURE-RESTART-MENSUEL.
016709     MOVE '2' TO RST-CLE
016709     REWRITE ENR-RESTART
016709     IF FS-RESTART NOT = ZERO THEN
016709         DISPLAY "ERR REWRITE RESTART - FILE STATUS : ",
016709                 FS-RESTART
016709         PERFORM ABEND-PROG
016709     END-IF.
016710
016710 OUV-NUMFACT.
016710* OUVERTURE EN I-O ; SI LE FICHIER N'EXISTE PAS ENCORE (PREMIER
016710         PERFORM ABEND-PROG
016710     END-IF.
016710
016710 OUV-SCEAUX.
016710* OUVERTURE EN I-O ; AU PREMIER RUN, LA CHAINE EST CREEE AVEC SON
016710* SEUL ENTETE (RANG 0, SCEAU A ZERO), COMME OUV-NUMFACT
016710     OPEN I-O SCEAUX
016710     IF FS-SCEAUX = '35' THEN
016710         OPEN OUTPUT SCEAUX
016710         MOVE SPACES TO ENR-SCEAU
016710         MOVE ZERO TO SC-RANG
016710         MOVE ZERO TO SC-SCEAU
016710         MOVE ZERO TO SC-DERNIER-RANG
016710         WRITE ENR-SCEAU
016710         IF FS-SCEAUX NOT = ZERO THEN
016710             DISPLAY "ERR WRITE SCEAUX - FILE STATUS : ",
016710                     FS-SCEAUX
016710             PERFORM ABEND-PROG
016710         END-IF
016710         CLOSE SCEAUX
016710         OPEN I-O SCEAUX
016710     END-IF
016710     IF FS-SCEAUX NOT = ZERO AND FS-SCEAUX NOT = '02' THEN
016710         DISPLAY "ERR OPEN SCEAUX - FILE STATUS : ", FS-SCEAUX
016710         PERFORM ABEND-PROG
016710     END-IF.
016710
016710* LES LIGNES DU DOCUMENT EN COURS SONT MEMORISEES AU FIL DE
016710* L'EAU ; ELLES NE SONT ARCHIVEES QUE SI LE DOCUMENT VA AU BOUT
016710 MEMORISER-LIGNE-HIST.
016710     IF WS-NB-HIST >= 500 THEN
016710         DISPLAY "TABLE T-HIST-LIGNES PLEINE"
016710         PERFORM ABEND-PROG
016710     END-IF
016710     ADD 1 TO WS-NB-HIST
016710     MOVE ORD-O-NO          TO TH-O-NO(WS-NB-HIST)
016710     MOVE PROD-P-NO         TO TH-P-NO(WS-NB-HIST)
016710     MOVE PROD-DESCRIPTION  TO TH-DESCRIPTION(WS-NB-HIST)
016710     MOVE WS-QUANTITY       TO TH-QUANTITY(WS-NB-HIST)
016710     MOVE ORD-O-NO  TO HIS-O-NO
016710     MOVE CUST-C-NO TO HIS-C-NO
016710     MOVE SPACES TO HIS-CORPS
016710* DATE COMPTABLE DU DOCUMENT, COMME SES ECRITURES : UN DOCUMENT
016710* REPORTE SUR LA PREMIERE PERIODE OUVERTE Y EST ARCHIVE ET
016710* DECLARE (DECLTVA RAPPROCHE L'ARCHIVE DU JOURNAL PAR DATE)
016710     MOVE WS-DATE-COMPTABLE TO HIS-O-DATE
016710     MOVE CUST-COMPANY  TO HIS-COMPANY
016710     MOVE WS-CUST-SIRET TO HIS-SIRET
016710     IF WS-MODE-MENSUEL THEN
016710         MOVE 'M' TO HIS-TYPE-FACT
016710     END-IF
016710     PERFORM ECRITURE-HISTFAC
016710
016710     PERFORM ARCHIVER-LIGNE-HIST
016710     MOVE WS-MONTANT-TVA  TO HIS-MONTANT-TVA
016710     MOVE WS-TOTAL-TTC    TO HIS-TOTAL-TTC
016710     MOVE WS-TOTAL-REMISE TO HIS-TOTAL-REMISE
016710     PERFORM ECRITURE-HISTFAC
016710     PERFORM SCELLER-DOCUMENT.
016710
016710 ARCHIVER-LIGNE-HIST.
016710     MOVE WS-NO-FACTURE TO HIS-NO-DOC
016710     MOVE WS-HIST-I TO HIS-SEQ
016710     MOVE 'D' TO HIS-TYPE-ENR
016710     MOVE TH-O-NO(WS-HIST-I) TO HIS-O-NO
016710     MOVE CUST-C-NO TO HIS-C-NO
016710     MOVE SPACES TO HIS-CORPS
016710     MOVE TH-P-NO(WS-HIST-I)        TO HIS-P-NO
016710         PERFORM ABEND-PROG
016710     END-IF.
016710
016710* SCELLEMENT DU DOCUMENT QUI VIENT D'ETRE ARCHIVE : SON SCEAU EST
016710* CALCULE SUR TOUS SES ENREGISTREMENTS DE L'HISTORIQUE EN PARTANT
016710* DU SCEAU DU DERNIER DOCUMENT DE LA CHAINE, PUIS L'ENTETE DE LA
016710* CHAINE AVANCE. UN DOCUMENT REARCHIVE A LA REPRISE D'UN RUN
016710* INTERROMPU GARDE SON RANG ET SON SCEAU PRECEDENT
016710 SCELLER-DOCUMENT.
016710     PERFORM LIRE-TETE-SCEAUX
016710     MOVE WS-NO-FACTURE TO SC-NO-DOC
016710     READ SCEAUX KEY IS SC-NO-DOC
016710     EVALUATE TRUE
016710         WHEN FS-SCEAUX = ZERO OR FS-SCEAUX = '02'
016710             MOVE 'O' TO WS-SW-RESCELLE
016710             MOVE SC-SCEAU-PREC TO WS-SCEAU-CALC
016710         WHEN FS-SCEAUX = '23'
016710             MOVE 'N' TO WS-SW-RESCELLE
016710             MOVE SPACES TO ENR-SCEAU
016710             COMPUTE SC-RANG = WS-TETE-RANG + 1
016710             MOVE WS-NO-FACTURE TO SC-NO-DOC
016710             MOVE WS-TETE-SCEAU TO SC-SCEAU-PREC
016710             MOVE WS-TETE-SCEAU TO WS-SCEAU-CALC
016710         WHEN OTHER
016710             DISPLAY "ERR READ SCEAUX - FILE STATUS : ", FS-SCEAUX
016710             PERFORM ABEND-PROG
016710     END-EVALUATE
016710     PERFORM CALCULER-SCEAU-DOC
016710     MOVE WS-SCEAU-CALC     TO SC-SCEAU
016710     MOVE WS-TYPE-DOC-SCEAU TO SC-TYPE-DOC
016710     MOVE WS-NB-ENR-SCEAU   TO SC-NB-ENR
016710     MOVE WS-DATE-SYS-ISO   TO SC-DATE
016710     MOVE 'A' TO SC-STATUT
016710     MOVE SPACES TO SC-DATE-DECH
016710     IF RESCELLEMENT THEN
016710         REWRITE ENR-SCEAU
016710     ELSE
016710         WRITE ENR-SCEAU
016710     END-IF
016710     IF FS-SCEAUX NOT = ZERO AND FS-SCEAUX NOT = '02' THEN
016710         DISPLAY "ERR WRITE SCEAUX - FILE STATUS : ", FS-SCEAUX
016710         PERFORM ABEND-PROG
016710     END-IF
016710     IF NOT RESCELLEMENT OR SC-RANG = WS-TETE-RANG THEN
016710         MOVE SC-RANG  TO WS-TETE-RANG
016710         MOVE SC-SCEAU TO WS-TETE-SCEAU
016710         PERFORM ECRITURE-TETE-SCEAUX
016710     END-IF.
016710
016710* RELECTURE DE L'ENTETE DE LA CHAINE ; SON ABSENCE SIGNALE UNE
016710* CHAINE ENDOMMAGEE, QU'IL NE FAUT PAS PROLONGER
016710 LIRE-TETE-SCEAUX.
016710     MOVE ZERO TO SC-RANG
016710     READ SCEAUX
016710     IF FS-SCEAUX NOT = ZERO AND FS-SCEAUX NOT = '02' THEN
016710         DISPLAY "ERR READ ENTETE SCEAUX - FILE STATUS : ",
016710                 FS-SCEAUX
016710         PERFORM ABEND-PROG
016710     END-IF
016710     MOVE SC-DERNIER-RANG TO WS-TETE-RANG
016710     MOVE SC-SCEAU        TO WS-TETE-SCEAU.
016710
016710 ECRITURE-TETE-SCEAUX.
016710     MOVE SPACES TO ENR-SCEAU
016710     MOVE ZERO TO SC-RANG
016710     MOVE WS-TETE-SCEAU TO SC-SCEAU
016710     MOVE WS-TETE-RANG  TO SC-DERNIER-RANG
016710     REWRITE ENR-SCEAU
016710     IF FS-SCEAUX NOT = ZERO AND FS-SCEAUX NOT = '02' THEN
016710         DISPLAY "ERR REWRITE SCEAUX - FILE STATUS : ", FS-SCEAUX
016710         PERFORM ABEND-PROG
016710     END-IF.
016710
016710* LES ENREGISTREMENTS DU DOCUMENT SONT RELUS DANS L'ORDRE DE LEUR
016710* CLE (ENTETE, LIGNES, TOTAUX) ET INCORPORES UN A UN AU SCEAU
016710 CALCULER-SCEAU-DOC.
016710     MOVE ZERO TO WS-NB-ENR-SCEAU
016710     MOVE SPACES TO WS-TYPE-DOC-SCEAU
016710     MOVE WS-NO-FACTURE TO HIS-NO-DOC
016710     MOVE ZERO TO HIS-SEQ
016710     START HISTFAC KEY NOT LESS THAN HIS-CLE
016710     IF FS-HISTFAC = ZERO THEN
016710         MOVE 'N' TO WS-SW-FIN-SCEAU
016710         PERFORM LIRE-HIST-SCEAU
016710     ELSE
016710         MOVE 'O' TO WS-SW-FIN-SCEAU
016710     END-IF
016710     PERFORM UNTIL FIN-DOC-SCEAU
016710         IF HIS-SEQ = ZERO THEN
016710             MOVE HIS-TYPE-ENR TO WS-TYPE-DOC-SCEAU
016710         END-IF
016710         CALL WS-PROG-SCEAU USING BY REFERENCE WS-SCEAU-CALC
016710                                               ENR-HIST
016710         ADD 1 TO WS-NB-ENR-SCEAU
016710         PERFORM LIRE-HIST-SCEAU
016710     END-PERFORM.
016710
016710 LIRE-HIST-SCEAU.
016710     READ HISTFAC NEXT
016710     IF (FS-HISTFAC NOT = ZERO AND FS-HISTFAC NOT = '02')
016710        OR HIS-NO-DOC NOT = WS-NO-FACTURE THEN
016710         MOVE 'O' TO WS-SW-FIN-SCEAU
016710     END-IF.
016710
016710* ATTRIBUTION PROVISOIRE DU PROCHAIN NUMERO DE LA SEQUENCE POUR
016710* LA COMMANDE EN COURS ; IL N'EST ENTERINE QUE SI LA COMMANDE VA
016710* AU BOUT DE SA FACTURATION, POUR NE JAMAIS CREER DE TROU DANS
016710* CORRESPONDANCE DE LA COMMANDE PORTE LE NUMERO DE LA FACTURE
016710* D'ORIGINE, PAS CELUI DE L'AVOIR
016710         MOVE SPACES TO NF-NO-FACTURE
016710         IF WS-MODE-BATCH OR WS-MODE-MENSUEL THEN
016710             MOVE 'O' TO NF-CLE-TYPE
016710             MOVE ORD-O-NO TO NF-CLE-REF
016710             READ NUMFACT
016710             END-IF
016710         END-IF
016710         MOVE 'N' TO WS-SW-NO-REPRIS
016710         IF (WS-MODE-BATCH OR WS-MODE-MENSUEL)
016710            AND NF-NO-FACTURE NOT = SPACES THEN
016710             MOVE NF-NO-FACTURE TO WS-NO-FACTURE
016710             MOVE 'O' TO WS-SW-NO-REPRIS
016710         ELSE
016710             PERFORM ABEND-PROG
016710         END-IF
016710     END-IF
016710* UNE FACTURE MENSUELLE DONNE UNE CORRESPONDANCE PAR COMMANDE
016710* REGROUPEE, TOUTES SOUS SON NUMERO, CHACUNE A SON TTC PROPRE
016710     IF WS-MODE-MENSUEL THEN
016710         PERFORM ENTERINER-CDE-MENSUELLE
016710             VARYING WS-CONSO-I FROM 1 BY 1
016710             UNTIL WS-CONSO-I > WS-NB-CONSO
016710     ELSE
016710         MOVE ORD-O-NO TO NF-CLE-REF
016710         MOVE WS-TOTAL-TTC TO NF-TOTAL-TTC
016710         PERFORM ECRITURE-CORRESP-NUMFACT
016710     END-IF.
016710
016710 ENTERINER-CDE-MENSUELLE.
016710     MOVE CS-O-NO(WS-CONSO-I)      TO NF-CLE-REF
016710     MOVE CS-TOTAL-TTC(WS-CONSO-I) TO NF-TOTAL-TTC
016710     PERFORM ECRITURE-CORRESP-NUMFACT.
016710
016710* CORRESPONDANCE COMMANDE/NUMERO (NF-CLE-REF ET NF-TOTAL-TTC DEJA
016710* POSITIONNES PAR L'APPELANT)
016710 ECRITURE-CORRESP-NUMFACT.
016710     MOVE 'O' TO NF-CLE-TYPE
016710     MOVE WS-NO-FACTURE TO NF-NO-FACTURE
016710     MOVE ZERO TO NF-TOTAL-AVOIR
016710     WRITE ENR-NUMFACT
016710     IF FS-NUMFACT = '22' THEN
016715      PERFORM PREPARER-NO-FACTURE
016715      MOVE WS-NO-FACTURE TO WS-NO-FACT-ED
016715      WRITE ENR-FACTURE FROM L-NO-FACTURE
016715      IF WS-MODE-MENSUEL THEN
016715          WRITE ENR-FACTURE FROM L-MENSUELLE
016715      ELSE
016716          WRITE ENR-FACTURE FROM L-COMMANDE
016717          WRITE ENR-FACTURE FROM L-COMMANDE-DATE
016717      END-IF
016718      WRITE ENR-FACTURE FROM L-LIGNE-VIDE
016718      PERFORM ECRITURE-FACTELEC-ENTETE.
016719
016737          WRITE ENR-FACTURE FROM L-PRODUITS2
016738          PERFORM ECRITURE-FACTELEC-LIGNE
016738      END-IF
016738      IF (WS-MODE-BATCH OR WS-MODE-AVOIR OR WS-MODE-MENSUEL)
016738         AND NOT PASSE-A-BLANC THEN
016738          PERFORM MEMORISER-LIGNE-HIST
016738      END-IF
016754     END-IF.
016754
016754 CALCUL-TVA-TAUX.
016754     IF NOT TVA-DEJA-CALCULEE THEN
016754         COMPUTE TT-MONTANT(IX-TVA) ROUNDED =
016754                 TT-BASE-HT(IX-TVA) * TT-TAUX(IX-TVA) / 100
016754     END-IF
016754     COMPUTE WS-MONTANT-TVA =
016754             WS-MONTANT-TVA + TT-MONTANT(IX-TVA).
016754
016760     IF WS-MODE-AVOIR THEN
016760         MOVE '------ AVOIR ------' TO FIN-TAG
016760     END-IF
016760     IF WS-MODE-MENSUEL THEN
016760         MOVE '---- MENSUELLE ----' TO FIN-TAG
016760     END-IF
016761     WRITE ENR-FACTURE FROM L-LIGNE-FIN
016762     WRITE ENR-FACTURE FROM L-LIGNE-VIDE
016762     PERFORM ECRITURE-FACTELEC-TOTAUX.
016901     ELSE
016902     MOVE ORD-O-NO         TO REJ-O-NO
016903     MOVE WS-SQLCODE-REJET TO REJ-SQLCODE
016903     IF DOCUMENT-NON-PLACE THEN
016903         MOVE WS-LIB-PERIODE TO REJ-LIBELLE
016903     ELSE
016904     MOVE 'RECHERCHE CLIENT/EMPLOYE/DEPARTEMENT ECHOUEE'
016905                     TO REJ-LIBELLE
016905     END-IF
016906     WRITE ENR-REJET
016907     IF FS-REJETS NOT = ZERO THEN
016908         DISPLAY "ERR WRITE REJETS - FILE STATUS : ", FS-REJETS
017111     IF WS-MODE-BATCH OR WS-MODE-SIMUL THEN
017111         MOVE WS-NB-SUSPENDUES TO ED-CTL-SUSP
017111         WRITE ENR-FACTURE FROM L-CTL-SUSP
017111         MOVE WS-NB-DIFFEREES TO ED-CTL-DIFF
017111         WRITE ENR-FACTURE FROM L-CTL-DIFF
017111     END-IF
017111     IF WS-MODE-MENSUEL THEN
017111         MOVE WS-NB-REGROUPEES TO ED-CTL-REGR
017111         WRITE ENR-FACTURE FROM L-CTL-REGR
017111     END-IF
017111     IF WS-MODE-SIMUL THEN
017112         MOVE WS-NB-REJETS-PREV TO ED-CTL-REJ
017131         MOVE 'D' TO WS-SENS-TTC
017131         MOVE 'C' TO WS-SENS-PRODUIT
017131     END-IF
017131* FACTURE MENSUELLE : UN DEBIT CLIENT PAR COMMANDE REGROUPEE, A
017131* SON TTC PROPRE, POUR QUE LE COMPTE CLIENT SE LETTRE A LA
017131* COMMANDE COMME LES ENCAISSEMENTS
017131     IF WS-MODE-MENSUEL THEN
017131         PERFORM ECRITURE-JOURNAL-CDE-MENS
017131             VARYING WS-CONSO-I FROM 1 BY 1
017131             UNTIL WS-CONSO-I > WS-NB-CONSO
017131         MOVE WS-MEN-O-NO TO ORD-O-NO
017131     ELSE
017131         MOVE WS-COMPTE-CLIENT TO JRN-COMPTE
017131         MOVE WS-SENS-TTC      TO JRN-SENS
017131         MOVE WS-TOTAL-TTC     TO JRN-MONTANT
017131         MOVE ZERO             TO JRN-TAUX
017131         PERFORM ECRITURE-JOURNAL-MVT
017131     END-IF
017131     PERFORM ECRITURE-JOURNAL-VENTE
017131         VARYING IX-TVA FROM 1 BY 1
017131         UNTIL IX-TVA > WS-NB-TAUX.
017131
017131 ECRITURE-JOURNAL-CDE-MENS.
017131     MOVE CS-O-NO(WS-CONSO-I) TO ORD-O-NO
017131     MOVE WS-COMPTE-CLIENT    TO JRN-COMPTE
017131     MOVE WS-SENS-TTC         TO JRN-SENS
017131     MOVE CS-TOTAL-TTC(WS-CONSO-I) TO JRN-MONTANT
017131     MOVE ZERO                TO JRN-TAUX
017131     PERFORM ECRITURE-JOURNAL-MVT.
017131
017131 ECRITURE-JOURNAL-VENTE.
017131     COMPUTE WS-CPT-V-TAUX = TT-TAUX(IX-TVA) * 10
017131     MOVE WS-COMPTE-VENTE    TO JRN-COMPTE
017131     MOVE 'M'           TO JRN-TYPE-ENR
017131     MOVE WS-NO-FACTURE TO JRN-NO-FACT
017131     MOVE ORD-O-NO      TO JRN-O-NO
017131     MOVE WS-DATE-COMPTABLE TO JRN-DATE
017131     ADD 1 TO WS-NB-ECRITURES
017131     IF JRN-SENS = 'D' THEN
017131         COMPUTE WS-CUMUL-DEBIT =
017131* MIEUX VAUT ARRETER LE JOB QUE LIVRER UN EXPORT FAUX A LA
017131* COMPTABILITE
017131 ECRITURE-CONTROLE-JOURNAL.
017131     IF WS-MODE-BATCH OR WS-MODE-AVOIR OR WS-MODE-MENSUEL THEN
017131         MOVE 'T'      TO JRN-TYPE-ENR
017131         MOVE SPACES   TO JRN-NO-FACT
017131         MOVE SPACES   TO JRN-O-NO
