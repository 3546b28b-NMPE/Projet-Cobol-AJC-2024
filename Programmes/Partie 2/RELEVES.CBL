000847     RECORD KEY IS RG-O-NO
000848     FILE STATUS IS FS-REGLEMENTS.
000849
000849* CREANCES PASSEES EN PERTE PAR IRRECOUV : LA COMMANDE AU STATUT
000849* 'I' Y RETROUVE LA DATE ET LE MONTANT PASSES, QUI SOLDENT LE
000849* RELEVE DU CLIENT
000849     SELECT PERTES ASSIGN TO FPERTES
000849     ORGANIZATION IS INDEXED
000849     ACCESS MODE IS DYNAMIC
000849     RECORD KEY IS PT-O-NO
000849     FILE STATUS IS FS-PERTES.
000849
000850* RELEVES DE COMPTE, UN PAR CLIENT, PRETS A DIFFUSER : MEME
000851* FORMAT D'IMPRESSION 69 OCTETS QUE LES AUTRES ETATS DE LA
000852* CHAINE
001120     05 HIS-CLE.
001130         10 HIS-NO-DOC PIC X(10).
001140         10 HIS-SEQ    PIC 9(03).
001150* 'E' ENTETE DE FACTURE, 'A' ENTETE D'AVOIR, 'P' ENTETE DE
001151* FACTURE DE PENALITES, 'D' LIGNE, 'T' TOTAUX
001160     05 HIS-TYPE-ENR   PIC X(01).
001170     05 HIS-O-NO       PIC X(03).
001180     05 HIS-C-NO       PIC X(03).
001210             15 HIS-O-DATE  PIC X(10).
001220             15 HIS-COMPANY PIC X(27).
001230             15 HIS-SIRET   PIC X(14).
001230* 'M' = FACTURE MENSUELLE REGROUPANT PLUSIEURS COMMANDES (LES
001230* LIGNES 'D' PORTENT CHACUNE LEUR COMMANDE DANS HIS-O-NO)
001230             15 HIS-TYPE-FACT PIC X(01).
001240             15 FILLER      PIC X(05).
001250         10 HIS-LIGNE REDEFINES HIS-ENTETE.
001260             15 HIS-P-NO        PIC X(03).
001270             15 HIS-DESCRIPTION PIC X(30).
001360             15 HIS-TOTAL-REMISE PIC 9(8)V99.
001370             15 FILLER           PIC X(17).
001380
001385* 'P' REGLEMENT PARTIEL, 'S' SOLDE, 'I' PASSEE EN PERTE
001390 FD REGLEMENTS.
001400 01 ENR-REGLEMENT.
001410     05 RG-O-NO         PIC X(03).
001430     05 RG-DATE-DERNIER PIC X(10).
001440     05 RG-STATUT       PIC X(01).
001450
001451 FD PERTES.
001452 01 ENR-PERTE.
001453     05 PT-O-NO        PIC X(03).
001454     05 PT-NO-FACT     PIC X(10).
001455     05 PT-C-NO        PIC X(03).
001456     05 PT-DATE        PIC X(10).
001457     05 PT-MONTANT-TTC PIC 9(8)V99.
001458     05 PT-MONTANT-TVA PIC 9(8)V99.
001459     05 PT-MOTIF       PIC X(01).
001460
001460 FD RELEVE.
001470 01 ENR-RELEVE PIC X(69).
003000
003100 WORKING-STORAGE SECTION.
003200  77 FS-HISTFAC     PIC XX.
003210  77 FS-REGLEMENTS  PIC XX.
003215  77 FS-PERTES      PIC XX.
003220  77 FS-RELEVE      PIC 99.
003230  77 WS-ANO         PIC 99.
003230
003230* SOUS-PROGRAMME DU REGISTRE DES RUNS DE LA CHAINE ET SA ZONE
003230* D'ECHANGE : LE RUN S'Y INSCRIT AU DEBUT, APRES CONTROLE DE SES
003230* PREREQUIS, ET A LA FIN AVEC SON CODE RETOUR ET SES COMPTEURS
003230  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
003230  01 WS-REGISTRE-RUN.
003230      05 REG-FONCTION     PIC X(01).
003230      05 REG-PROGRAMME    PIC X(08) VALUE 'RELEVES'.
003230      05 REG-MODE         PIC X(01) VALUE SPACE.
003230      05 REG-DATE-METIER  PIC X(10).
003230      05 REG-RANG         PIC 9(04).
003230      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
003230      05 REG-COMPTEUR OCCURS 3.
003230          10 REG-LIB-NB   PIC X(12).
003230          10 REG-NB       PIC 9(07).
003240
003250* BORNES DE LA PERIODE DU RELEVE, RECUES EN SYSIN AU FORMAT
003260* AAAA-MM-JJ COMME POUR RECAPFAC
003310* PASSE), LES RELEVES NE PORTENT AUCUNE LIGNE DE REGLEMENT
003320  77 WS-SW-REGL     PIC X(01) VALUE 'N'.
003330      88 REGL-DISPONIBLE       VALUE 'O'.
003331* PRESENCE DU FICHIER DES PERTES : ABSENT (IRRECOUV JAMAIS
003332* PASSE), AUCUNE LIGNE DE PASSAGE EN PERTE
003333  77 WS-SW-PERT     PIC X(01) VALUE 'N'.
003334      88 PERT-DISPONIBLE       VALUE 'O'.
003340
003350* FIN DU PARCOURS DE L'HISTORIQUE PAR CLE SECONDAIRE HIS-C-NO
003360  77 WS-SW-HIST     PIC X(01) VALUE 'N'.
003530          10 TD-TYPE   PIC X(01).
003540          10 TD-O-NO   PIC X(03).
003550          10 TD-O-DATE PIC X(10).
003550          10 TD-TYPE-FACT PIC X(01).
003560  77 WS-NB-DOCS     PIC 9(4) COMP VALUE ZERO.
003570  77 WS-DOC-I       PIC 9(4) COMP VALUE ZERO.
003580* LISTE TRONQUEE FAUTE DE PLACE DANS T-DOCS
003590  77 WS-SW-TRONQUE  PIC X(01) VALUE 'N'.
003600      88 LISTE-TRONQUEE        VALUE 'O'.
003610
003620* MOUVEMENTS DU RELEVE (FACTURES, AVOIRS, REGLEMENTS, PERTES),
003630* INSERES EN ORDRE DE DATE AU FIL DE LA CONSTITUTION POUR QUE LE
003640* SOLDE PROGRESSIF SE LISE CHRONOLOGIQUEMENT. DIMENSIONNEE POUR
003641* LE PIRE CAS DE T-DOCS : 200 DOCUMENTS DONT CHAQUE FACTURE PORTE
003642* UN MOUVEMENT DE REGLEMENT ET UN PASSAGE EN PERTE, SOIT 600
003643* MOUVEMENTS, PORTES A 1000 POUR LES FACTURES MENSUELLES QUI
003644* DONNENT CES MOUVEMENTS POUR CHACUNE DE LEURS COMMANDES (LE
003645* DEPASSEMENT RESTE CONTROLE A L'INSERTION)
003650  01 T-MOUVEMENTS.
003660      05 T-MVT-LIGNE OCCURS 1000 TIMES.
003670          10 TM-DATE    PIC X(10).
003680          10 TM-TYPE    PIC X(01).
003690          10 TM-REF     PIC X(10).
003720  77 WS-NB-MVTS     PIC 9(4) COMP VALUE ZERO.
003730  77 WS-MVT-I       PIC 9(4) COMP VALUE ZERO.
003740  77 WS-MVT-J       PIC 9(4) COMP VALUE ZERO.
003750* MOUVEMENT EN ATTENTE D'INSERTION DANS T-MOUVEMENTS ; TYPE 'E'
003751* FACTURE, 'P' PENALITES, 'A' AVOIR, 'R' REGLEMENT OU 'I'
003752* PASSAGE EN PERTE
003760  01 WS-MVT.
003770      05 WS-MVT-DATE    PIC X(10).
003780      05 WS-MVT-TYPE    PIC X(01).
003790      05 WS-MVT-REF     PIC X(10).
003800      05 WS-MVT-O-NO    PIC X(03).
003810      05 WS-MVT-MONTANT PIC 9(8)V99.
003810
003810* COMMANDE DONT LE REGLEMENT ET LA PERTE SONT RECHERCHES : CELLE
003810* DU DOCUMENT, OU CHACUNE DES COMMANDES D'UNE FACTURE MENSUELLE
003810* RELUES SUR SES LIGNES
003810  77 WS-O-NO-REGL   PIC X(03) VALUE SPACES.
003810  77 WS-SEQ-LIGNE   PIC 9(03) VALUE ZERO.
003810  77 WS-SW-FIN-LIGNES PIC X(01) VALUE 'N'.
003810      88 FIN-LIGNES            VALUE 'O'.
003820
003830* SOLDE PROGRESSIF DU RELEVE EN COURS (LES AVOIRS ET REGLEMENTS
003840* VIENNENT EN DEDUCTION, LE SOLDE PEUT PASSER NEGATIF EN CAS DE
010730     ACCEPT WS-DATE-DEBUT FROM SYSIN
010740     ACCEPT WS-DATE-FIN   FROM SYSIN
010750
010760****** INSCRIPTION DU RUN AU REGISTRE DE LA CHAINE *****
010760     MOVE 'D' TO REG-FONCTION
010760     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
010760
010760*******OUVERTURE DES FICHIERS*******
010770     PERFORM OUV-FICHIERS
010780
010890
010900     PERFORM ECRITURE-CONTROLE
010910     PERFORM FERM-FICHIERS
010920     PERFORM ENREGISTRER-FIN-RUN
010920     GOBACK.
010930
010940 ABEND-PROG.
010950       DISPLAY "ANOMALIE GRAVE : ", FS-HISTFAC, " ",
010960               FS-REGLEMENTS, " ", FS-PERTES, " ", FS-RELEVE
010970       COMPUTE WS-ANO = 1 / WS-ANO.
010970
010970* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
010970* COMPTEURS
010970 ENREGISTRER-FIN-RUN.
010970     MOVE 'F'         TO REG-FONCTION
010970     MOVE RETURN-CODE TO REG-CODE-RETOUR
010970     MOVE 'RELEVES'      TO REG-LIB-NB(1)
010970     MOVE WS-NB-RELEVES  TO REG-NB(1)
010970     MOVE 'DOCUMENTS'    TO REG-LIB-NB(2)
010970     MOVE WS-NB-DOCS     TO REG-NB(2)
010970     MOVE 'MOUVEMENTS'   TO REG-LIB-NB(3)
010970     MOVE WS-NB-MVTS     TO REG-NB(3)
010970     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
010980
010990* COLLECTE DES DOCUMENTS DU PROCHAIN CLIENT : LE START AU DELA
011000* DU CLIENT PRECEDENT DONNE LE PREMIER ENREGISTREMENT DU
011510             MOVE HIS-TYPE-ENR TO TD-TYPE(WS-NB-DOCS)
011520             MOVE HIS-O-NO     TO TD-O-NO(WS-NB-DOCS)
011530             MOVE HIS-O-DATE   TO TD-O-DATE(WS-NB-DOCS)
011530             MOVE HIS-TYPE-FACT TO TD-TYPE-FACT(WS-NB-DOCS)
011540             MOVE HIS-COMPANY  TO WS-COMPANY
011550         END-IF
011560     END-IF.
011740     ADD 1 TO WS-NB-RELEVES
011750     COMPUTE WS-CUMUL-SOLDE = WS-CUMUL-SOLDE + WS-SOLDE.
011760
011770* UN DOCUMENT DONNE UN MOUVEMENT FACTURE, PENALITES OU AVOIR
011780* (TTC RELU TEL QU'EMIS DANS L'ENREGISTREMENT DE TOTAUX), ET LA
011790* COMMANDE D'UNE FACTURE OU LA REFERENCE D'UNE FACTURE DE
011791* PENALITES DONNE UN MOUVEMENT DE REGLEMENT SI UN ENCAISSEMENT
011800* A ETE ENREGISTRE (CUMUL ET DATE DU DERNIER REGLEMENT), PLUS UN
011801* MOUVEMENT DE PASSAGE EN PERTE SI LA COMMANDE A ETE PASSEE EN
011802* PERTE PAR IRRECOUV. UNE FACTURE MENSUELLE DONNE CES MOUVEMENTS
011803* POUR CHACUNE DES COMMANDES DE SES LIGNES
011810 CONSTITUER-MOUVEMENTS-DOC.
011820     MOVE TD-NO-DOC(WS-DOC-I) TO HIS-NO-DOC
011830     MOVE 999 TO HIS-SEQ
011930         DISPLAY "TOTAUX NON ARCHIVES POUR LE DOCUMENT : ",
011940                 TD-NO-DOC(WS-DOC-I)
011950     END-IF
011960     IF (TD-TYPE(WS-DOC-I) = 'E' OR TD-TYPE(WS-DOC-I) = 'P')
011961        AND REGL-DISPONIBLE THEN
011962         MOVE TD-O-NO(WS-DOC-I) TO WS-O-NO-REGL
011963         IF TD-TYPE-FACT(WS-DOC-I) = 'M' THEN
011964             PERFORM CONSTITUER-MOUVEMENTS-MENSUELS
011965         ELSE
011970             PERFORM CONSTITUER-MOUVEMENT-REGL
011975         END-IF
011980     END-IF.
011990
011990* LES LIGNES D'UNE FACTURE MENSUELLE SONT GROUPEES PAR COMMANDE :
011990* CHAQUE CHANGEMENT DE COMMANDE DONNE SES MOUVEMENTS
011990 CONSTITUER-MOUVEMENTS-MENSUELS.
011990     MOVE LOW-VALUES TO WS-O-NO-REGL
011990     MOVE 1 TO WS-SEQ-LIGNE
011990     MOVE 'N' TO WS-SW-FIN-LIGNES
011990     PERFORM UNTIL FIN-LIGNES
011990         MOVE TD-NO-DOC(WS-DOC-I) TO HIS-NO-DOC
011990         MOVE WS-SEQ-LIGNE TO HIS-SEQ
011990         READ HISTFAC
011990         EVALUATE TRUE
011990             WHEN FS-HISTFAC = ZERO OR FS-HISTFAC = '02'
011990                 IF HIS-O-NO NOT = WS-O-NO-REGL THEN
011990                     MOVE HIS-O-NO TO WS-O-NO-REGL
011990                     PERFORM CONSTITUER-MOUVEMENT-REGL
011990                 END-IF
011990                 ADD 1 TO WS-SEQ-LIGNE
011990             WHEN FS-HISTFAC = '23'
011990                 MOVE 'O' TO WS-SW-FIN-LIGNES
011990             WHEN OTHER
011990                 DISPLAY "ERR READ HISTFAC - FILE STATUS : ",
011990                         FS-HISTFAC
011990                 PERFORM ABEND-PROG
011990         END-EVALUATE
011990     END-PERFORM.
011990
012000 CONSTITUER-MOUVEMENT-REGL.
012010     MOVE WS-O-NO-REGL TO RG-O-NO
012020     READ REGLEMENTS
012030     EVALUATE TRUE
012040         WHEN FS-REGLEMENTS = ZERO OR FS-REGLEMENTS = '02'
012041* UNE COMMANDE PASSEE EN PERTE SANS AUCUN ENCAISSEMENT A UN
012042* ENREGISTREMENT A CUMUL NUL : PAS DE LIGNE DE REGLEMENT
012043             IF RG-TOTAL-PAYE > ZERO THEN
012050             MOVE RG-DATE-DERNIER   TO WS-MVT-DATE
012060             MOVE 'R'               TO WS-MVT-TYPE
012070             MOVE SPACES            TO WS-MVT-REF
012080             MOVE RG-O-NO           TO WS-MVT-REF(1:3)
012090             MOVE RG-O-NO           TO WS-MVT-O-NO
012100             MOVE RG-TOTAL-PAYE     TO WS-MVT-MONTANT
012110             PERFORM INSERER-MOUVEMENT
012111             END-IF
012112             IF RG-STATUT = 'I' AND PERT-DISPONIBLE THEN
012113                 PERFORM CONSTITUER-MOUVEMENT-PERTE
012114             END-IF
012120         WHEN FS-REGLEMENTS = '23'
012130             CONTINUE
012140         WHEN OTHER
012170             PERFORM ABEND-PROG
012180     END-EVALUATE.
012190
012191* RESTE DU PASSE EN PERTE, A LA DATE DU PASSAGE ; LE RELEVE
012192* PORTE LE NUMERO DE LA FACTURE CONCERNEE
012193 CONSTITUER-MOUVEMENT-PERTE.
012194     MOVE WS-O-NO-REGL TO PT-O-NO
012195     READ PERTES
012196     EVALUATE TRUE
012197         WHEN FS-PERTES = ZERO OR FS-PERTES = '02'
012198             MOVE PT-DATE           TO WS-MVT-DATE
012199             MOVE 'I'               TO WS-MVT-TYPE
012199             MOVE PT-NO-FACT        TO WS-MVT-REF
012199             MOVE PT-O-NO           TO WS-MVT-O-NO
012199             MOVE PT-MONTANT-TTC    TO WS-MVT-MONTANT
012199             PERFORM INSERER-MOUVEMENT
012199         WHEN FS-PERTES = '23'
012199             CONTINUE
012199         WHEN OTHER
012199             DISPLAY "ERR READ PERTES - FILE STATUS : ",
012199                     FS-PERTES
012199             PERFORM ABEND-PROG
012199     END-EVALUATE.
012199
012200* INSERTION DU MOUVEMENT A SA PLACE CHRONOLOGIQUE : LES
012210* MOUVEMENTS PLUS RECENTS SONT DECALES D'UN CRAN VERS LE BAS
012220 INSERER-MOUVEMENT.
012230     IF WS-NB-MVTS >= 1000 THEN
012240         DISPLAY "TABLE T-MOUVEMENTS PLEINE"
012250         PERFORM ABEND-PROG
012260     END-IF
012570         PERFORM ABEND-PROG
012580     END-IF.
012590
012600* UNE LIGNE PAR MOUVEMENT : LES FACTURES ET LES PENALITES
012610* CHARGENT LE SOLDE, LES AVOIRS, LES REGLEMENTS ET LES PASSAGES
012611* EN PERTE LE DECHARGENT
012620 ECRITURE-MOUVEMENT.
012630     MOVE TM-DATE(WS-MVT-I) TO RV-DATE
012640     MOVE TM-REF(WS-MVT-I)  TO RV-REF
012670             MOVE 'FACTURE  ' TO RV-LIBELLE
012680             MOVE TM-MONTANT(WS-MVT-I) TO RV-MONTANT
012690             COMPUTE WS-SOLDE = WS-SOLDE + TM-MONTANT(WS-MVT-I)
012691         WHEN 'P'
012692             MOVE 'PENALITES' TO RV-LIBELLE
012693             MOVE TM-MONTANT(WS-MVT-I) TO RV-MONTANT
012694             COMPUTE WS-SOLDE = WS-SOLDE + TM-MONTANT(WS-MVT-I)
012700         WHEN 'A'
012710             MOVE 'AVOIR    ' TO RV-LIBELLE
012720             COMPUTE RV-MONTANT = ZERO - TM-MONTANT(WS-MVT-I)
012730             COMPUTE WS-SOLDE = WS-SOLDE - TM-MONTANT(WS-MVT-I)
012731         WHEN 'I'
012732             MOVE 'PERTE    ' TO RV-LIBELLE
012733             COMPUTE RV-MONTANT = ZERO - TM-MONTANT(WS-MVT-I)
012734             COMPUTE WS-SOLDE = WS-SOLDE - TM-MONTANT(WS-MVT-I)
012740         WHEN OTHER
012750             MOVE 'REGLEMENT' TO RV-LIBELLE
012760             COMPUTE RV-MONTANT = ZERO - TM-MONTANT(WS-MVT-I)
013210                     FS-REGLEMENTS
013220             PERFORM ABEND-PROG
013230     END-EVALUATE
013231* FICHIER DES PERTES EN LECTURE SEULE ; ABSENT (IRRECOUV JAMAIS
013232* PASSE), LES RELEVES NE PORTENT PAS DE PASSAGE EN PERTE
013233     OPEN INPUT PERTES
013234     EVALUATE TRUE
013235         WHEN FS-PERTES = ZERO OR FS-PERTES = '02'
013236             MOVE 'O' TO WS-SW-PERT
013237         WHEN FS-PERTES = '35'
013238             MOVE 'N' TO WS-SW-PERT
013239         WHEN OTHER
013239             DISPLAY "ERR OPEN PERTES - FILE STATUS : ", FS-PERTES
013239             PERFORM ABEND-PROG
013239     END-EVALUATE
013240     OPEN OUTPUT RELEVE
013250     IF FS-RELEVE NOT = ZERO THEN
013260         DISPLAY "ERR OPEN MESRELEV - FILE STATUS : ", FS-RELEVE
013410             PERFORM ABEND-PROG
013420         END-IF
013430     END-IF
013431     IF PERT-DISPONIBLE THEN
013432         CLOSE PERTES
013433         IF FS-PERTES NOT = ZERO THEN
013434             DISPLAY "ERR CLOSE PERTES - FILE STATUS : ",
013434                     FS-PERTES
013435             PERFORM ABEND-PROG
013436         END-IF
013437     END-IF
013440     CLOSE RELEVE
013450     IF FS-RELEVE NOT = ZERO THEN
013460         DISPLAY "ERR CLOSE MESRELEV - FILE STATUS : ", FS-RELEVE
