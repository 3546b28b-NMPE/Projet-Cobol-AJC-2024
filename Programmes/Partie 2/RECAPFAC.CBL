001198     05 NF-TOTAL-AVOIR  PIC 9(8)V99.
001199
001200* MEME DESSIN QUE FACTURES.CBL/CONSHIST.CBL ; SEUL
001201* L'ENREGISTREMENT DE TOTAUX (SEQUENCE 999) EST LU ICI, SAUF
001201* POUR UNE FACTURE MENSUELLE (ENTETE ET LIGNES DE LA COMMANDE)
001202 FD HISTFAC.
001203 01 ENR-HIST.
001204     05 HIS-CLE.
001212             15 HIS-O-DATE  PIC X(10).
001213             15 HIS-COMPANY PIC X(27).
001214             15 HIS-SIRET   PIC X(14).
001215* 'M' = FACTURE MENSUELLE REGROUPANT PLUSIEURS COMMANDES (LES
001215* LIGNES 'D' PORTENT CHACUNE LEUR COMMANDE DANS HIS-O-NO)
001215             15 HIS-TYPE-FACT PIC X(01).
001215             15 FILLER      PIC X(05).
001216         10 HIS-LIGNE REDEFINES HIS-ENTETE.
001217             15 HIS-P-NO        PIC X(03).
001218             15 HIS-DESCRIPTION PIC X(30).
003211  77 FS-NUMFACT      PIC XX.
003212  77 FS-HISTFAC      PIC XX.
003300  77 WS-ANO          PIC 99.
003300
003300* SOUS-PROGRAMME DU REGISTRE DES RUNS DE LA CHAINE ET SA ZONE
003300* D'ECHANGE : LE RUN S'Y INSCRIT AU DEBUT, APRES CONTROLE DE SES
003300* PREREQUIS, ET A LA FIN AVEC SON CODE RETOUR ET SES COMPTEURS
003300  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
003300  01 WS-REGISTRE-RUN.
003300      05 REG-FONCTION     PIC X(01).
003300      05 REG-PROGRAMME    PIC X(08) VALUE 'RECAPFAC'.
003300      05 REG-MODE         PIC X(01) VALUE SPACE.
003300      05 REG-DATE-METIER  PIC X(10).
003300      05 REG-RANG         PIC 9(04).
003300      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
003300      05 REG-COMPTEUR OCCURS 3.
003300          10 REG-LIB-NB   PIC X(12).
003300          10 REG-NB       PIC 9(07).
003300
003301* PRESENCE DU FICHIER DES REGLEMENTS : AVANT LE PREMIER RUN
003302* D'ENCAISSE IL N'EXISTE PAS ENCORE, LA BALANCE AGEE VIEILLIT
003303* ALORS LE TTC ENTIER COMME AVANT
003305* FACTUREES AVANT LA MISE EN PLACE DE L'ARCHIVE
003305  77 WS-SW-TOTAUX    PIC X(01)  VALUE 'N'.
003305      88 TOTAUX-TROUVES         VALUE 'O'.
003305* FIN DES ENREGISTREMENTS DU DOCUMENT LU DANS L'HISTORIQUE
003305  77 WS-SW-FIN-DOC   PIC X(01)  VALUE 'N'.
003305      88 FIN-DOC                VALUE 'O'.
003305* CUMUL DES AVOIRS DEJA EMIS SUR LA COMMANDE EN COURS, DEDUIT
003305* DU TTC RECALCULE AVANT TOUT CUMUL
003305  77 WS-TOTAL-AVOIR  PIC 9(8)V99 VALUE ZERO.
007105     ACCEPT WS-DATE-FIN   FROM SYSIN
007106     ACCEPT WS-DATE-JOUR  FROM SYSIN
007107
007108****** INSCRIPTION DU RUN AU REGISTRE DE LA CHAINE *****
007108     MOVE 'D' TO REG-FONCTION
007108     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
007108
007108*******OUVERTURE DU FICHIER*******
007109     PERFORM OUV-RECAP
007110
007130
007131     PERFORM ECRITURE-RECAP
007132     PERFORM FERM-RECAP
007133     PERFORM ENREGISTRER-FIN-RUN
007133     GOBACK.
007134
007200 TEST-SQLCODE.
008600 ABEND-PROG.
008700       DISPLAY "ANOMALIE GRAVE : ", SQLCODE
008800       COMPUTE WS-ANO = 1 / WS-ANO.
008800
008800* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
008800* COMPTEURS
008800 ENREGISTRER-FIN-RUN.
008800     MOVE 'F'         TO REG-FONCTION
008800     MOVE RETURN-CODE TO REG-CODE-RETOUR
008800     MOVE 'COMMANDES'    TO REG-LIB-NB(1)
008800     MOVE WS-NB-COMMANDES TO REG-NB(1)
008800     MOVE 'CLIENTS'      TO REG-LIB-NB(2)
008800     MOVE WS-NB-CLIENT   TO REG-NB(2)
008800     MOVE 'DEPARTEMENTS' TO REG-LIB-NB(3)
008800     MOVE WS-NB-DEPT     TO REG-NB(3)
008800     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
008900
009000* CONTROLE DU SQLCODE D'UNE RECHERCHE CLIENT/EMPLOYE/DEPARTEMENT
009001* PROPRE A LA COMMANDE EN COURS : UN ECHEC N'ABANDONNE PAS LE
023040         IF (FS-NUMFACT = ZERO OR FS-NUMFACT = '02')
023040            AND NF-NO-FACTURE NOT = SPACES THEN
023040             MOVE NF-NO-FACTURE TO HIS-NO-DOC
023040             MOVE ZERO TO HIS-SEQ
023040             READ HISTFAC
023040             IF (FS-HISTFAC = ZERO OR FS-HISTFAC = '02')
023040                AND HIS-TYPE-FACT = 'M' THEN
023040                 PERFORM LIRE-TOTAUX-CDE-MENSUELLE
023040             ELSE
023040                 PERFORM LIRE-TOTAUX-DOC
023040             END-IF
023040         END-IF
023040     END-IF.
023040
023040* FACTURE D'UNE SEULE COMMANDE : SES TOTAUX SONT CEUX DU DOCUMENT
023040 LIRE-TOTAUX-DOC.
023040     MOVE NF-NO-FACTURE TO HIS-NO-DOC
023040     MOVE 999 TO HIS-SEQ
023040     READ HISTFAC
023040     IF FS-HISTFAC = ZERO OR FS-HISTFAC = '02' THEN
023040         MOVE HIS-TOTAL-HT    TO WS-TOTAL-HT
023040         MOVE HIS-MONTANT-TVA TO WS-MONTANT-TVA
023040         MOVE HIS-TOTAL-TTC   TO WS-TOTAL-TTC
023040         MOVE 'O' TO WS-SW-TOTAUX
023040     END-IF.
023040
023040* FACTURE MENSUELLE : SES TOTAUX COUVRENT TOUTES LES COMMANDES
023040* REGROUPEES. LE HT DE LA COMMANDE EST RECONSTITUE SUR SES SEULES
023040* LIGNES ARCHIVEES (NETTES DE REMISE), SON TTC EST CELUI DE SA
023040* CORRESPONDANCE (TVA ARRONDIE A LA COMMANDE PAR FACTURES) ET SA
023040* TVA LA DIFFERENCE
023040 LIRE-TOTAUX-CDE-MENSUELLE.
023040     MOVE ZERO TO WS-TOTAL-HT
023040     MOVE 'N' TO WS-SW-FIN-DOC
023040     PERFORM LIRE-HIST-DOC-SUIVANT
023040     PERFORM UNTIL FIN-DOC
023040         IF HIS-TYPE-ENR = 'D' AND HIS-O-NO = ORD-O-NO THEN
023040             COMPUTE WS-TOTAL-LIGNE =
023040                     HIS-QUANTITY * HIS-PRICE - HIS-REMISE
023040             COMPUTE WS-TOTAL-HT = WS-TOTAL-HT + WS-TOTAL-LIGNE
023040         END-IF
023040         PERFORM LIRE-HIST-DOC-SUIVANT
023040     END-PERFORM
023040     MOVE NF-TOTAL-TTC TO WS-TOTAL-TTC
023040     COMPUTE WS-MONTANT-TVA = WS-TOTAL-TTC - WS-TOTAL-HT
023040     MOVE 'O' TO WS-SW-TOTAUX.
023040
023040 LIRE-HIST-DOC-SUIVANT.
023040     READ HISTFAC NEXT
023040     IF (FS-HISTFAC NOT = ZERO AND FS-HISTFAC NOT = '02')
023040        OR HIS-NO-DOC NOT = NF-NO-FACTURE THEN
023040         MOVE 'O' TO WS-SW-FIN-DOC
023040     END-IF.
023040
023041* DEDUCTION DES AVOIRS DEJA EMIS SUR LA COMMANDE (CUMUL TENU PAR
023042* FACTURES DANS LE NUMEROTEUR) : LE TTC NETTE ALIMENTE TOUS LES
023043* CUMULS DU RAPPORT, UNE COMMANDE INTEGRALEMENT CREDITEE ETANT
023080         MOVE ORD-O-NO TO RG-O-NO
023090         READ REGLEMENTS
023091         EVALUATE TRUE
023091* UNE CREANCE PASSEE EN PERTE (IRRECOUV) EST CLOSE
023091             WHEN (FS-REGLEMENTS = ZERO OR FS-REGLEMENTS = '02')
023091              AND RG-STATUT = 'I'
023091                 MOVE ZERO TO WS-RESTE-DU
023092             WHEN FS-REGLEMENTS = ZERO OR FS-REGLEMENTS = '02'
023093                 IF RG-TOTAL-PAYE >= WS-TOTAL-TTC THEN
023094                     MOVE ZERO TO WS-RESTE-DU
