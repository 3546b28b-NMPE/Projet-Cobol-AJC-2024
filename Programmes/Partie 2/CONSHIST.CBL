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
003200  77 FS-HISTFAC     PIC XX.
003210  77 FS-ETAT        PIC 99.
003220  77 WS-ANO         PIC 99.
003220
003220* SOUS-PROGRAMME DU REGISTRE DES RUNS DE LA CHAINE ET SA ZONE
003220* D'ECHANGE : LE RUN S'Y INSCRIT AU DEBUT, APRES CONTROLE DE SES
003220* PREREQUIS, ET A LA FIN AVEC SON CODE RETOUR ET SES COMPTEURS
003220  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
003220  01 WS-REGISTRE-RUN.
003220      05 REG-FONCTION     PIC X(01).
003220      05 REG-PROGRAMME    PIC X(08) VALUE 'CONSHIST'.
003220      05 REG-MODE         PIC X(01) VALUE SPACE.
003220      05 REG-DATE-METIER  PIC X(10).
003220      05 REG-RANG         PIC 9(04).
003220      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
003220      05 REG-COMPTEUR OCCURS 3.
003220          10 REG-LIB-NB   PIC X(12).
003220          10 REG-NB       PIC 9(07).
003230
003240* MODE DE CONSULTATION RECU EN SYSIN : 'F' = UN DOCUMENT PAR SON
003250* NUMERO, 'O' = LES DOCUMENTS D'UNE COMMANDE, 'C' = LA LISTE DES
010830             PERFORM ABEND-PROG
010840     END-EVALUATE
010850
010860****** INSCRIPTION DU RUN AU REGISTRE DE LA CHAINE *****
010860     MOVE WS-MODE TO REG-MODE
010860     MOVE 'D' TO REG-FONCTION
010860     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
010860
010860     PERFORM OUV-FICHIERS
010870     WRITE ENR-ETAT FROM L-HIS-SEPARATEUR
010880     WRITE ENR-ETAT FROM L-HIS-TITRE
011063     END-IF
011070
011080     PERFORM FERM-FICHIERS
011090     PERFORM ENREGISTRER-FIN-RUN
011090     GOBACK.
011100
011110 ABEND-PROG.
011120       DISPLAY "ANOMALIE GRAVE : ", FS-HISTFAC, " ", FS-ETAT
011130       COMPUTE WS-ANO = 1 / WS-ANO.
011130
011130* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
011130* COMPTEURS
011130 ENREGISTRER-FIN-RUN.
011130     MOVE 'F'         TO REG-FONCTION
011130     MOVE RETURN-CODE TO REG-CODE-RETOUR
011130     MOVE 'DOCUMENTS'    TO REG-LIB-NB(1)
011130     MOVE WS-NB-DOCS     TO REG-NB(1)
011130     MOVE SPACES         TO REG-LIB-NB(2)
011130     MOVE ZERO           TO REG-NB(2)
011130     MOVE SPACES         TO REG-LIB-NB(3)
011130     MOVE ZERO           TO REG-NB(3)
011130     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
011140
011150* COLLECTE DES DOCUMENTS D'UNE COMMANDE PAR LA CLE SECONDAIRE
011160* HIS-O-NO : LES ENREGISTREMENTS D'UN MEME DOCUMENT SE SUIVENT
011170* SUR LA CLE, UN DOCUMENT EST RETENU A SON PREMIER
011170* ENREGISTREMENT. SUR UNE FACTURE MENSUELLE, L'ENTETE PORTE LA
011170* PREMIERE COMMANDE REGROUPEE : LES AUTRES N'Y SONT RATTACHEES
011170* QUE PAR LEURS LIGNES
011180 COLLECTER-PAR-COMMANDE.
011190     MOVE 'N' TO WS-SW-HIST
011200     MOVE WS-O-NO TO HIS-O-NO
011280             IF HIS-O-NO NOT = WS-O-NO THEN
011290                 MOVE 'O' TO WS-SW-HIST
011300             ELSE
011310                 IF WS-NB-DOCS = ZERO THEN
011320                     PERFORM RETENIR-DOCUMENT
011320                 ELSE
011320                     IF HIS-NO-DOC NOT = TD-NO-DOC(WS-NB-DOCS)
011320                         PERFORM RETENIR-DOCUMENT
011320                     END-IF
011330                 END-IF
011340             END-IF
011350         END-IF
012080     MOVE 'O' TO WS-SW-TROUVE
012090     EVALUATE TRUE
012100         WHEN HIS-TYPE-ENR = 'E' OR HIS-TYPE-ENR = 'A'
012101           OR HIS-TYPE-ENR = 'P'
012110             MOVE HIS-NO-DOC TO HD-NO-DOC
012120             EVALUATE HIS-TYPE-ENR
012130                 WHEN 'A'
012131                     MOVE ' AVOIR  ' TO HD-TYPE
012132                 WHEN 'P'
012133                     MOVE 'PENALITE' TO HD-TYPE
012140                 WHEN OTHER
012150                     MOVE ' FACTURE' TO HD-TYPE
012160             END-EVALUATE
012160             IF HIS-TYPE-ENR = 'E' AND HIS-TYPE-FACT = 'M' THEN
012160                 MOVE 'MENSUEL ' TO HD-TYPE
012160             END-IF
012170             MOVE HIS-O-NO   TO HD-O-NO
012180             MOVE HIS-C-NO   TO HD-C-NO
012530         MOVE HIS-NO-DOC TO HR-NO-DOC
012540         MOVE HIS-O-NO   TO HR-O-NO
012550         MOVE HIS-O-DATE TO HR-O-DATE
012560         EVALUATE HIS-TYPE-ENR
012570             WHEN 'A'
012571                 MOVE ' AVOIR  ' TO HR-TYPE
012572             WHEN 'P'
012573                 MOVE 'PENALITE' TO HR-TYPE
012580             WHEN OTHER
012590                 MOVE ' FACTURE' TO HR-TYPE
012600         END-EVALUATE
012600         IF HIS-TYPE-ENR = 'E' AND HIS-TYPE-FACT = 'M' THEN
012600             MOVE 'MENSUEL ' TO HR-TYPE
012600         END-IF
012610         MOVE TD-NO-DOC(WS-DOC-I) TO HIS-NO-DOC
012620         MOVE 999 TO HIS-SEQ
