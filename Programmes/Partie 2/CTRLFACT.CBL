003200  77 FS-FACTELEC    PIC 99.
003210  77 FS-CTRL        PIC 99.
003220  77 WS-ANO         PIC 99.
003220
003220* SOUS-PROGRAMME DU REGISTRE DES RUNS DE LA CHAINE ET SA ZONE
003220* D'ECHANGE : LE RUN S'Y INSCRIT AU DEBUT, APRES CONTROLE DE SES
003220* PREREQUIS, ET A LA FIN AVEC SON CODE RETOUR ET SES COMPTEURS
003220  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
003220  01 WS-REGISTRE-RUN.
003220      05 REG-FONCTION     PIC X(01).
003220      05 REG-PROGRAMME    PIC X(08) VALUE 'CTRLFACT'.
003220      05 REG-MODE         PIC X(01) VALUE SPACE.
003220      05 REG-DATE-METIER  PIC X(10).
003220      05 REG-RANG         PIC 9(04).
003220      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
003220      05 REG-COMPTEUR OCCURS 3.
003220          10 REG-LIB-NB   PIC X(12).
003220          10 REG-NB       PIC 9(07).
003230
003240* FIN DU FLUX ELECTRONIQUE
003250  77 WS-SW-FACTELEC PIC X(01) VALUE 'N'.
003370  77 WS-O-NO-CTRL   PIC X(03) VALUE SPACES.
003380  77 WS-NO-FACT-CTRL PIC X(10) VALUE SPACES.
003390  77 WS-TYPE-DOC    PIC X(01) VALUE SPACES.
003390* FACTURE MENSUELLE : SES LIGNES PORTENT CHACUNE LA COMMANDE
003390* REGROUPEE DONT ELLES VIENNENT, SOUS LE NUMERO DE LA FACTURE.
003390* DERNIERE COMMANDE VUE SUR LES LIGNES, ET COMMANDE A CROISER
003390* AVEC ORDERS
003390  77 WS-O-NO-LIGNE  PIC X(03) VALUE SPACES.
003390  77 WS-O-NO-BILLED PIC X(03) VALUE SPACES.
003400
003410* CUMULS DE CONTROLE DU DOCUMENT EN COURS
003420  77 WS-SOMME-LIGNES   PIC 9(9)V99 VALUE ZERO.
004070
010700 PROCEDURE DIVISION.
010710
010720****** INSCRIPTION DU RUN AU REGISTRE DE LA CHAINE *****
010720     MOVE 'D' TO REG-FONCTION
010720     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
010720
010720*******OUVERTURE DES FICHIERS*******
010730     PERFORM OUV-FICHIERS
010740
010900     IF WS-NB-ANOMALIES > ZERO THEN
010910         MOVE 8 TO RETURN-CODE
010920     END-IF
010930     PERFORM ENREGISTRER-FIN-RUN
010930     GOBACK.
010940
010950 TEST-SQLCODE.
011090 ABEND-PROG.
011100       DISPLAY "ANOMALIE GRAVE : ", SQLCODE
011110       COMPUTE WS-ANO = 1 / WS-ANO.
011110
011110* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
011110* COMPTEURS
011110 ENREGISTRER-FIN-RUN.
011110     MOVE 'F'         TO REG-FONCTION
011110     MOVE RETURN-CODE TO REG-CODE-RETOUR
011110     MOVE 'DOCUMENTS'    TO REG-LIB-NB(1)
011110     MOVE WS-NB-DOCS     TO REG-NB(1)
011110     MOVE 'ANOMALIES'    TO REG-LIB-NB(2)
011110     MOVE WS-NB-ANOMALIES TO REG-NB(2)
011110     MOVE SPACES         TO REG-LIB-NB(3)
011110     MOVE ZERO           TO REG-NB(3)
011110     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
011120
011130 LIRE-FACTELEC.
011140     READ FACTELEC
011480     MOVE FE-TYPE-ENR TO WS-TYPE-DOC
011490     MOVE FE-O-NO     TO WS-O-NO-CTRL
011500     MOVE FE-NO-FACT  TO WS-NO-FACT-CTRL
011500     MOVE FE-O-NO     TO WS-O-NO-LIGNE
011510     MOVE ZERO TO WS-SOMME-LIGNES
011520     MOVE ZERO TO WS-SOMME-V-BASE
011530     MOVE ZERO TO WS-SOMME-V-MONTANT
011550
011560* UNE LIGNE DOIT SUIVRE UNE ENTETE DU MEME DOCUMENT ET PRECEDER
011570* SES TOTAUX ; SON NET (QUANTITE X PRIX - REMISE) EST CUMULE
011580* POUR RAPPROCHEMENT AVEC FE-TOTAL-HT. UNE LIGNE D'UNE AUTRE
011580* COMMANDE N'EST ADMISE QUE SOUS LE MEME NUMERO DE FACTURE
011580* (FACTURE MENSUELLE) ; CHAQUE COMMANDE REGROUPEE EST ALORS
011580* CROISEE AVEC ORDERS A SA PREMIERE LIGNE
011590 CONTROLER-LIGNE.
011600     EVALUATE TRUE
011610         WHEN NOT DOC-OUVERT
011620             MOVE 'LIGNE SANS ENTETE DE DOCUMENT' TO WS-LIB-ANO
011630             PERFORM ECRITURE-ANOMALIE
011640         WHEN FE-O-NO NOT = WS-O-NO-CTRL
011640          AND (FE-NO-FACT = SPACES
011640               OR FE-NO-FACT NOT = WS-NO-FACT-CTRL)
011650             MOVE 'LIGNE SUR UNE AUTRE COMMANDE' TO WS-LIB-ANO
011660             PERFORM ECRITURE-ANOMALIE
011670         WHEN OTHER
011690                     FE-QUANTITY * FE-PRICE - FE-REMISE
011700             COMPUTE WS-SOMME-LIGNES =
011710                     WS-SOMME-LIGNES + WS-TOTAL-LIGNE
011710             IF FE-O-NO NOT = WS-O-NO-LIGNE THEN
011710                 MOVE FE-O-NO TO WS-O-NO-LIGNE
011710                 IF FE-O-NO NOT = WS-O-NO-CTRL THEN
011710                     MOVE FE-O-NO TO WS-O-NO-BILLED
011710                     PERFORM CONTROLER-BILLED-FLAG
011710                 END-IF
011710             END-IF
011720     END-EVALUATE.
011730
011740* LES TOTAUX CLOTURENT LES LIGNES : LA SOMME DES LIGNES NETTES
012320             PERFORM ECRITURE-ANOMALIE
012330         WHEN DOC-TOTALISE
012340             PERFORM CONTROLER-SOMME-VENTIL
012350             MOVE WS-O-NO-CTRL TO WS-O-NO-BILLED
012350             PERFORM CONTROLER-BILLED-FLAG
012360     END-EVALUATE
012370     MOVE 'V' TO WS-ETAT-DOC.
012590         SELECT BILLED_FLAG
012600         INTO :WS-BILLED-FLAG :WS-IND-BILLED
012610         FROM ORDERS
012620         WHERE O_NO = :WS-O-NO-BILLED
012630     END-EXEC
012640     EVALUATE TRUE
012650         WHEN SQLCODE = +100
