000867     SELECT ETAT ASSIGN TO MESPURGE
000868     ORGANIZATION IS SEQUENTIAL
000869     FILE STATUS IS FS-ETAT.
000869* CHAINE DES SCEAUX DE L'ARCHIVE (MEME DEFINITION QUE
000869* FACTURES.CBL) : LE SCEAU D'UN DOCUMENT EST VERIFIE AVANT SA
000869* PURGE, PUIS LE MAILLON EST CONSERVE ET MARQUE DECHARGE POUR QUE
000869* LA CHAINE RESTE CONTROLABLE APRES LE DEPART DU DOCUMENT
000869     SELECT SCEAUX ASSIGN TO FSCEAUX
000869     ORGANIZATION IS INDEXED
000869     ACCESS MODE IS DYNAMIC
000869     RECORD KEY IS SC-RANG
000869     ALTERNATE RECORD KEY IS SC-NO-DOC WITH DUPLICATES
000869     FILE STATUS IS FS-SCEAUX.
000902
000910 DATA DIVISION.
001000 FILE SECTION.
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
001590
001600 FD ETAT.
001610 01 ENR-ETAT PIC X(69).
001610
001610* CHAINE DES SCEAUX DES DOCUMENTS ARCHIVES : UN ENREGISTREMENT PAR
001610* DOCUMENT, DANS L'ORDRE D'ARCHIVAGE (RANG), AVEC SON SCEAU ET
001610* CELUI DU DOCUMENT PRECEDENT ; LE RANG 0 EST L'ENTETE DE LA
001610* CHAINE (DERNIER RANG ET DERNIER SCEAU)
001610 FD SCEAUX.
001610 01 ENR-SCEAU.
001610     05 SC-RANG            PIC 9(08).
001610     05 SC-NO-DOC          PIC X(10).
001610     05 SC-SCEAU           PIC 9(18).
001610     05 SC-DETAIL.
001610* TYPE D'ENTETE DU DOCUMENT ('E', 'A' OU 'P')
001610         10 SC-TYPE-DOC    PIC X(01).
001610         10 SC-NB-ENR      PIC 9(04).
001610         10 SC-SCEAU-PREC  PIC 9(18).
001610         10 SC-DATE        PIC X(10).
001610* 'A' ARCHIVE DANS FHISTFAC, 'D' DECHARGE PAR PURGHIST (LE SCEAU
001610* RESTE LE MAILLON DE LA CHAINE, LE DOCUMENT N'EST PLUS RELU)
001610         10 SC-STATUT      PIC X(01).
001610         10 SC-DATE-DECH   PIC X(10).
001610     05 SC-TETE REDEFINES SC-DETAIL.
001610         10 SC-DERNIER-RANG PIC 9(08).
001610         10 FILLER          PIC X(36).
001610     05 FILLER             PIC X(20).
003000
003100 WORKING-STORAGE SECTION.
003200  77 FS-HISTFAC    PIC XX.
003220  77 FS-REGLEMENTS PIC XX.
003230  77 FS-DECHARGE   PIC 99.
003240  77 FS-ETAT       PIC 99.
003240  77 FS-SCEAUX     PIC XX.
003250  77 WS-ANO        PIC 99.
003250
003250* SOUS-PROGRAMME DU REGISTRE DES RUNS DE LA CHAINE ET SA ZONE
003250* D'ECHANGE : LE RUN S'Y INSCRIT AU DEBUT, APRES CONTROLE DE SES
003250* PREREQUIS, ET A LA FIN AVEC SON CODE RETOUR ET SES COMPTEURS
003250  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
003250  01 WS-REGISTRE-RUN.
003250      05 REG-FONCTION     PIC X(01).
003250      05 REG-PROGRAMME    PIC X(08) VALUE 'PURGHIST'.
003250      05 REG-MODE         PIC X(01) VALUE SPACE.
003250      05 REG-DATE-METIER  PIC X(10).
003250      05 REG-RANG         PIC 9(04).
003250      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
003250      05 REG-COMPTEUR OCCURS 3.
003250          10 REG-LIB-NB   PIC X(12).
003250          10 REG-NB       PIC 9(07).
003260
003270* DATE LIMITE DE RETENTION RECUE EN SYSIN (AAAA-MM-JJ) : SEULS
003280* LES DOCUMENTS STRICTEMENT ANTERIEURS SONT PURGEABLES
003350      88 NUMF-DISPONIBLE       VALUE 'O'.
003360  77 WS-SW-REGL    PIC X(01) VALUE 'N'.
003370      88 REGL-DISPONIBLE       VALUE 'O'.
003370* CHAINE DES SCEAUX ABSENTE : HISTORIQUE ANTERIEUR AU
003370* SCELLEMENT, LA PURGE SE FAIT SANS VERIFICATION
003370  77 WS-SW-SCX     PIC X(01) VALUE 'N'.
003370      88 SCEAUX-DISPONIBLE     VALUE 'O'.
003380
003390* FIN DU PARCOURS DE L'HISTORIQUE
003400  77 WS-SW-HIST    PIC X(01) VALUE 'N'.
003450  77 WS-O-NO-CRT   PIC X(03) VALUE SPACES.
003460  77 WS-SW-SOLDE   PIC X(01) VALUE 'N'.
003470      88 COMMANDE-SOLDEE       VALUE 'O'.
003470* TYPE DE FACTURE DE L'ENTETE EXAMINEE ('M' = MENSUELLE) ET
003470* PARCOURS DE SES LIGNES POUR LE SOLDE DE CHAQUE COMMANDE
003470  77 WS-TYPE-FACT-CRT PIC X(01) VALUE SPACES.
003470  77 WS-SEQ-CTRL   PIC 9(03) VALUE ZERO.
003480* RESTE A PAYER DE LA COMMANDE DU DOCUMENT EXAMINE
003490  77 WS-RESTE-DU   PIC 9(8)V99 VALUE ZERO.
003490* VERIFICATION DU SCEAU DU DOCUMENT AVANT PURGE : LE SCEAU EST
003490* RECALCULE PAR CALSCEAU A PARTIR DU SCEAU PRECEDENT DU MAILLON
003490  77 WS-PROG-SCEAU PIC X(8) VALUE 'CALSCEAU'.
003490  01 WS-SCEAU-CALC.
003490      05 WS-SCEAU-H1 PIC 9(09) VALUE ZERO.
003490      05 WS-SCEAU-H2 PIC 9(09) VALUE ZERO.
003490  77 WS-NB-ENR-SCEAU PIC 9(04) VALUE ZERO.
003490  77 WS-SW-FIN-SCEAU PIC X(01) VALUE 'N'.
003490      88 FIN-DOC-SCEAU         VALUE 'O'.
003490* LE DOCUMENT PORTE UN SCEAU (MAILLON LU DANS ENR-SCEAU)
003490  77 WS-SW-SCELLE  PIC X(01) VALUE 'N'.
003490      88 DOC-SCELLE            VALUE 'O'.
003490* LE SCEAU RECALCULE CONCORDE, OU LE DOCUMENT N'EST PAS SCELLE
003490  77 WS-SW-SCEAU-OK PIC X(01) VALUE 'N'.
003490      88 SCEAU-CONFORME        VALUE 'O'.
003490* DATE SYSTEME, PORTEE PAR LE MAILLON DU DOCUMENT DECHARGE
003490  01 WS-DATE-SYS.
003490      05 WS-DATE-SYS-AAAA PIC X(04).
003490      05 WS-DATE-SYS-MM   PIC X(02).
003490      05 WS-DATE-SYS-JJ   PIC X(02).
003490  01 WS-DATE-SYS-ISO.
003490      05 WS-ISO-AAAA PIC X(04).
003490      05 FILLER      PIC X(01) VALUE '-'.
003490      05 WS-ISO-MM   PIC X(02).
003490      05 FILLER      PIC X(01) VALUE '-'.
003490      05 WS-ISO-JJ   PIC X(02).
003500
003510* PARCOURS DES SEQUENCES DU DOCUMENT PURGE
003520  77 WS-SEQ-PURGE  PIC 9(03) VALUE ZERO.
003630  77 WS-NB-DECHARGES    PIC 9(6) VALUE ZERO.
003640  77 WS-NB-CONS-RETENT  PIC 9(6) VALUE ZERO.
003650  77 WS-NB-CONS-SOLDE   PIC 9(6) VALUE ZERO.
003650  77 WS-NB-CONS-ALTERE  PIC 9(6) VALUE ZERO.
003660  77 WS-NB-RESTANTS     PIC 9(6) VALUE ZERO.
003670  77 WS-NB-ENR-DECH     PIC 9(7) VALUE ZERO.
003680  77 WS-NB-ENR-SUPP     PIC 9(7) VALUE ZERO.
004040      05 ED-PUR-SOLDE PIC Z(6)9.
004050      05 FILLER       PIC X(32) VALUE ALL ' '.
004060
004060  01 L-PUR-ALTERE.
004060      05 FILLER        PIC X(30)
004060       VALUE 'CONSERVES (SCEAU ALTERE)    :'.
004060      05 ED-PUR-ALTERE PIC Z(6)9.
004060      05 FILLER        PIC X(32) VALUE ALL ' '.
004060
004070  01 L-PUR-RESTANTS.
004080      05 FILLER      PIC X(30)
004090       VALUE 'DOCUMENTS RESTANTS          :'.
010710
010720****** RECEPTION DE LA DATE LIMITE DE RETENTION *****
010730     ACCEPT WS-DATE-LIMITE FROM SYSIN
010730     ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
010730     MOVE WS-DATE-SYS-AAAA TO WS-ISO-AAAA
010730     MOVE WS-DATE-SYS-MM   TO WS-ISO-MM
010730     MOVE WS-DATE-SYS-JJ   TO WS-ISO-JJ
010740
010750****** INSCRIPTION DU RUN AU REGISTRE DE LA CHAINE *****
010750     MOVE 'D' TO REG-FONCTION
010750     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
010750
010750*******OUVERTURE DES FICHIERS*******
010760     PERFORM OUV-FICHIERS
010770
010950     COMPUTE WS-NB-RESTANTS = WS-NB-LUS - WS-NB-DECHARGES
010960     PERFORM ECRITURE-RAPPROCHEMENT
010970     PERFORM FERM-FICHIERS
010980     PERFORM ENREGISTRER-FIN-RUN
010980     GOBACK.
010990
011000 ABEND-PROG.
011010       DISPLAY "ANOMALIE GRAVE : ", FS-HISTFAC, " ", FS-NUMFACT,
011020               " ", FS-REGLEMENTS, " ", FS-DECHARGE, " ",
011020               FS-SCEAUX
011030       COMPUTE WS-ANO = 1 / WS-ANO.
011030
011030* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
011030* COMPTEURS
011030 ENREGISTRER-FIN-RUN.
011030     MOVE 'F'         TO REG-FONCTION
011030     MOVE RETURN-CODE TO REG-CODE-RETOUR
011030     MOVE 'LUS'          TO REG-LIB-NB(1)
011030     MOVE WS-NB-LUS      TO REG-NB(1)
011030     MOVE 'DECHARGES'    TO REG-LIB-NB(2)
011030     MOVE WS-NB-DECHARGES TO REG-NB(2)
011030     MOVE 'RESTANTS'     TO REG-LIB-NB(3)
011030     MOVE WS-NB-RESTANTS TO REG-NB(3)
011030     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
011040
011050 LIRE-HIST-SUIVANT.
011060     READ HISTFAC NEXT
011210 EXAMINER-DOCUMENT.
011220     MOVE HIS-NO-DOC TO WS-NO-DOC-CRT
011230     MOVE HIS-O-NO   TO WS-O-NO-CRT
011230     MOVE HIS-TYPE-FACT TO WS-TYPE-FACT-CRT
011240     IF HIS-SEQ NOT = ZERO THEN
011250* ENREGISTREMENT ORPHELIN SANS ENTETE (SEQUENCE 000 ABSENTE) :
011260* SIGNALE ET CONSERVE, LA PURGE NE TOUCHE QU'A DES DOCUMENTS
011350             ADD 1 TO WS-NB-CONS-RETENT
011360         ELSE
011370             PERFORM CONTROLER-SOLDE-COMMANDE
011370             IF COMMANDE-SOLDEE AND WS-TYPE-FACT-CRT = 'M'
011370                AND HIS-TYPE-ENR = 'E' THEN
011370                 PERFORM CONTROLER-SOLDE-MENSUELLE
011370             END-IF
011380             IF COMMANDE-SOLDEE THEN
011380                 PERFORM VERIFIER-SCEAU
011380             END-IF
011380             EVALUATE TRUE
011380                 WHEN NOT COMMANDE-SOLDEE
011380                     ADD 1 TO WS-NB-CONS-SOLDE
011380                 WHEN NOT SCEAU-CONFORME
011380                     DISPLAY "SCEAU NON CONFORME, CONSERVE : ",
011380                             WS-NO-DOC-CRT
011380                     ADD 1 TO WS-NB-CONS-ALTERE
011380                 WHEN OTHER
011390                     PERFORM PURGER-DOCUMENT
011390                     PERFORM MARQUER-SCEAU-DECHARGE
011400                     ADD 1 TO WS-NB-DECHARGES
011430             END-EVALUATE
011440         END-IF
011450     END-IF.
011460
011490* ENCAISSE. SANS CORRESPONDANCE AU NUMEROTEUR (COMMANDE
011500* FACTUREE AVANT SA MISE EN PLACE), LE STATUT SOLDE DU FICHIER
011510* DES REGLEMENTS FAIT FOI ; SANS RIEN, LE DOCUMENT EST CONSERVE
011520* PAR PRUDENCE. UNE COMMANDE PASSEE EN PERTE (STATUT 'I') EST
011521* CLOSE AU MEME TITRE QU'UNE COMMANDE SOLDEE
011530 CONTROLER-SOLDE-COMMANDE.
011540     MOVE 'N' TO WS-SW-SOLDE
011550     IF NUMF-DISPONIBLE THEN
011860             EVALUATE TRUE
011870                 WHEN (FS-REGLEMENTS = ZERO
011880                       OR FS-REGLEMENTS = '02')
011890                  AND (RG-TOTAL-PAYE >= WS-RESTE-DU
011891                       OR RG-STATUT = 'I')
011900                     MOVE 'O' TO WS-SW-SOLDE
011910                 WHEN FS-REGLEMENTS = ZERO
011920                   OR FS-REGLEMENTS = '02'
012000         END-IF
012010     END-IF.
012020
012020* FACTURE MENSUELLE : L'ENTETE NE PORTE QUE LA PREMIERE
012020* COMMANDE REGROUPEE, LE DOCUMENT N'EST PURGEABLE QUE SI CHACUNE
012020* DES COMMANDES DE SES LIGNES EST SOLDEE (OU PASSEE EN PERTE).
012020* LES LIGNES SONT RELUES PAR LEUR CLE ; LE PARCOURS PRINCIPAL
012020* EST REPOSITIONNE ENSUITE PAR POSITIONNER-DOC-SUIVANT
012020 CONTROLER-SOLDE-MENSUELLE.
012020     MOVE 1 TO WS-SEQ-CTRL
012020     MOVE 'N' TO WS-SW-FIN-SEQ
012020     PERFORM UNTIL FIN-SEQUENCES OR NOT COMMANDE-SOLDEE
012020         MOVE WS-NO-DOC-CRT TO HIS-NO-DOC
012020         MOVE WS-SEQ-CTRL   TO HIS-SEQ
012020         READ HISTFAC
012020         EVALUATE TRUE
012020             WHEN FS-HISTFAC = ZERO OR FS-HISTFAC = '02'
012020                 IF HIS-O-NO NOT = WS-O-NO-CRT THEN
012020                     MOVE HIS-O-NO TO WS-O-NO-CRT
012020                     PERFORM CONTROLER-SOLDE-COMMANDE
012020                 END-IF
012020                 ADD 1 TO WS-SEQ-CTRL
012020             WHEN FS-HISTFAC = '23'
012020                 MOVE 'O' TO WS-SW-FIN-SEQ
012020             WHEN OTHER
012020                 DISPLAY "ERR READ HISTFAC - FILE STATUS : ",
012020                         FS-HISTFAC
012020                 PERFORM ABEND-PROG
012020         END-EVALUATE
012020     END-PERFORM.
012020
012030* CIRCUIT DE SECOURS SANS NUMEROTEUR : SEUL LE STATUT SOLDE (OU
012040* PASSE EN PERTE) PORTE PAR LE FICHIER DES REGLEMENTS AUTORISE
012041* LA PURGE
012050 CONTROLER-SOLDE-REGLEMENT.
012060     IF REGL-DISPONIBLE THEN
012070         MOVE WS-O-NO-CRT TO RG-O-NO
012080         READ REGLEMENTS
012090         EVALUATE TRUE
012100             WHEN (FS-REGLEMENTS = ZERO OR FS-REGLEMENTS = '02')
012110              AND (RG-STATUT = 'S' OR RG-STATUT = 'I')
012120                 MOVE 'O' TO WS-SW-SOLDE
012130             WHEN FS-REGLEMENTS = ZERO
012140               OR FS-REGLEMENTS = '02'
012210         END-EVALUATE
012220     END-IF.
012230
012230* VERIFICATION DU SCEAU AVANT PURGE : LE SCEAU D'UN DOCUMENT
012230* SCELLE EST RECALCULE SUR SES ENREGISTREMENTS (DANS L'ORDRE DE
012230* LEUR CLE) A PARTIR DU SCEAU PRECEDENT DE SON MAILLON. UN
012230* DOCUMENT ALTERE N'EST PAS DECHARGE : LA PREUVE DE L'ALTERATION
012230* RESTE DANS L'HISTORIQUE POUR AUDITFAC. UN DOCUMENT NON SCELLE
012230* (ARCHIVE AVANT LA MISE EN PLACE DE LA CHAINE) EST PURGE COMME
012230* AVANT
012230 VERIFIER-SCEAU.
012230     MOVE 'O' TO WS-SW-SCEAU-OK
012230     MOVE 'N' TO WS-SW-SCELLE
012230     IF SCEAUX-DISPONIBLE THEN
012230         MOVE WS-NO-DOC-CRT TO SC-NO-DOC
012230         READ SCEAUX KEY IS SC-NO-DOC
012230         EVALUATE TRUE
012230             WHEN (FS-SCEAUX = ZERO OR FS-SCEAUX = '02')
012230              AND SC-STATUT = 'A'
012230                 MOVE 'O' TO WS-SW-SCELLE
012230             WHEN FS-SCEAUX = ZERO OR FS-SCEAUX = '02'
012230               OR FS-SCEAUX = '23'
012230                 CONTINUE
012230             WHEN OTHER
012230                 DISPLAY "ERR READ SCEAUX - FILE STATUS : ",
012230                         FS-SCEAUX
012230                 PERFORM ABEND-PROG
012230         END-EVALUATE
012230     END-IF
012230     IF DOC-SCELLE THEN
012230         MOVE SC-SCEAU-PREC TO WS-SCEAU-CALC
012230         PERFORM CALCULER-SCEAU-DOC
012230         IF WS-SCEAU-CALC NOT = SC-SCEAU
012230            OR WS-NB-ENR-SCEAU NOT = SC-NB-ENR THEN
012230             MOVE 'N' TO WS-SW-SCEAU-OK
012230         END-IF
012230     END-IF.
012230
012230 CALCULER-SCEAU-DOC.
012230     MOVE ZERO TO WS-NB-ENR-SCEAU
012230     MOVE WS-NO-DOC-CRT TO HIS-NO-DOC
012230     MOVE ZERO TO HIS-SEQ
012230     START HISTFAC KEY NOT LESS THAN HIS-CLE
012230     IF FS-HISTFAC = ZERO THEN
012230         MOVE 'N' TO WS-SW-FIN-SCEAU
012230         PERFORM LIRE-HIST-SCEAU
012230     ELSE
012230         MOVE 'O' TO WS-SW-FIN-SCEAU
012230     END-IF
012230     PERFORM UNTIL FIN-DOC-SCEAU
012230         CALL WS-PROG-SCEAU USING BY REFERENCE WS-SCEAU-CALC
012230                                               ENR-HIST
012230         ADD 1 TO WS-NB-ENR-SCEAU
012230         PERFORM LIRE-HIST-SCEAU
012230     END-PERFORM.
012230
012230 LIRE-HIST-SCEAU.
012230     READ HISTFAC NEXT
012230     IF (FS-HISTFAC NOT = ZERO AND FS-HISTFAC NOT = '02')
012230        OR HIS-NO-DOC NOT = WS-NO-DOC-CRT THEN
012230         MOVE 'O' TO WS-SW-FIN-SCEAU
012230     END-IF.
012230
012230* LE MAILLON DU DOCUMENT DECHARGE EST CONSERVE AVEC SON SCEAU :
012230* IL PORTE LA CHAINE AU DELA DU DOCUMENT, DONT SEULE LA DECHARGE
012230* GARDE DESORMAIS LE CONTENU
012230 MARQUER-SCEAU-DECHARGE.
012230     IF DOC-SCELLE THEN
012230         MOVE 'D' TO SC-STATUT
012230         MOVE WS-DATE-SYS-ISO TO SC-DATE-DECH
012230         REWRITE ENR-SCEAU
012230         IF FS-SCEAUX NOT = ZERO AND FS-SCEAUX NOT = '02' THEN
012230             DISPLAY "ERR REWRITE SCEAUX - FILE STATUS : ",
012230                     FS-SCEAUX
012230             PERFORM ABEND-PROG
012230         END-IF
012230     END-IF.
012240* PURGE DU DOCUMENT COMPLET : L'ENTETE (000), LES LIGNES (001 A
012250* N) PUIS LES TOTAUX (999) SONT RELUS UN A UN, RECOPIES DANS LA
012260* DECHARGE PUIS SUPPRIMES ; LA DECHARGE PRECEDE TOUJOURS LA
012950     MOVE WS-NB-DECHARGES  TO ED-PUR-DECH
012960     MOVE WS-NB-CONS-RETENT TO ED-PUR-RETENT
012970     MOVE WS-NB-CONS-SOLDE TO ED-PUR-SOLDE
012970     MOVE WS-NB-CONS-ALTERE TO ED-PUR-ALTERE
012980     MOVE WS-NB-RESTANTS   TO ED-PUR-REST
012990     MOVE WS-NB-ENR-DECH   TO ED-PUR-ENR-D
013000     MOVE WS-NB-ENR-SUPP   TO ED-PUR-ENR-S
013050     WRITE ENR-ETAT FROM L-PUR-DECH
013060     WRITE ENR-ETAT FROM L-PUR-RETENT
013070     WRITE ENR-ETAT FROM L-PUR-SOLDE
013070     WRITE ENR-ETAT FROM L-PUR-ALTERE
013080     WRITE ENR-ETAT FROM L-PUR-RESTANTS
013090     WRITE ENR-ETAT FROM L-PUR-ENR
013100     IF WS-NB-LUS = WS-NB-DECHARGES + WS-NB-CONS-RETENT
013110                    + WS-NB-CONS-SOLDE + WS-NB-CONS-ALTERE
013120        AND WS-NB-ENR-DECH = WS-NB-ENR-SUPP THEN
013130         WRITE ENR-ETAT FROM L-PUR-OK
013140     ELSE
013470                     FS-REGLEMENTS
013480             PERFORM ABEND-PROG
013490     END-EVALUATE
013490* CHAINE DES SCEAUX EN MISE A JOUR ; ABSENTE, AUCUN DOCUMENT
013490* N'EST SCELLE ET LA PURGE SE FAIT SANS VERIFICATION
013490     OPEN I-O SCEAUX
013490     EVALUATE TRUE
013490         WHEN FS-SCEAUX = ZERO OR FS-SCEAUX = '02'
013490             MOVE 'O' TO WS-SW-SCX
013490         WHEN FS-SCEAUX = '35'
013490             MOVE 'N' TO WS-SW-SCX
013490         WHEN OTHER
013490             DISPLAY "ERR OPEN SCEAUX - FILE STATUS : ", FS-SCEAUX
013490             PERFORM ABEND-PROG
013490     END-EVALUATE
013500     OPEN OUTPUT DECHARGE
013510     IF FS-DECHARGE NOT = ZERO THEN
013520         DISPLAY "ERR OPEN FOFFLOAD - FILE STATUS : ",
013810             PERFORM ABEND-PROG
013820         END-IF
013830     END-IF
013830     IF SCEAUX-DISPONIBLE THEN
013830         CLOSE SCEAUX
013830         IF FS-SCEAUX NOT = ZERO THEN
013830             DISPLAY "ERR CLOSE SCEAUX - FILE STATUS : ",
013830                     FS-SCEAUX
013830             PERFORM ABEND-PROG
013830         END-IF
013830     END-IF
013840     CLOSE DECHARGE
013850     IF FS-DECHARGE NOT = ZERO THEN
013860         DISPLAY "ERR CLOSE FOFFLOAD - FILE STATUS : ",
