003240  77 FS-MANIFESTE  PIC 99.
003245  77 FS-ANOMALIES  PIC 99.
003250  77 WS-ANO        PIC 99.
003250
003250* SOUS-PROGRAMME DU REGISTRE DES RUNS DE LA CHAINE ET SA ZONE
003250* D'ECHANGE : LE RUN S'Y INSCRIT AU DEBUT, APRES CONTROLE DE SES
003250* PREREQUIS, ET A LA FIN AVEC SON CODE RETOUR ET SES COMPTEURS
003250  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
003250  01 WS-REGISTRE-RUN.
003250      05 REG-FONCTION     PIC X(01).
003250      05 REG-PROGRAMME    PIC X(08) VALUE 'DISPFACT'.
003250      05 REG-MODE         PIC X(01) VALUE SPACE.
003250      05 REG-DATE-METIER  PIC X(10).
003250      05 REG-RANG         PIC 9(04).
003250      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
003250      05 REG-COMPTEUR OCCURS 3.
003250          10 REG-LIB-NB   PIC X(12).
003250          10 REG-NB       PIC 9(07).
003260
003270* FIN DU FLUX D'IMPRESSION
003280  77 WS-SW-FACTU   PIC X(01) VALUE 'N'.
003360
003370* DOCUMENT EN COURS DE RECONSTITUTION : LES LIGNES DU FLUX SONT
003380* MEMORISEES JUSQU'A LA BANNIERE FIN DE FACTURE, PUIS LE
003390* DOCUMENT COMPLET EST ROUTE VERS LE CANAL DU CLIENT (UNE
003390* FACTURE MENSUELLE REPRENANT TOUTES LES COMMANDES DU MOIS D'UN
003390* CLIENT PEUT COMPTER PLUSIEURS CENTAINES DE LIGNES)
003400  01 T-DOCUMENT.
003410      05 T-DOC-LIGNE OCCURS 1000 TIMES.
003420          10 TD-LIGNE PIC X(69).
003430  77 WS-NB-LIGNES  PIC 9(4) COMP VALUE ZERO.
003440  77 WS-LIGNE-I    PIC 9(4) COMP VALUE ZERO.
003450
003460* REFERENCES EXTRAITES DU DOCUMENT EN COURS
003470  77 WS-O-NO-DOC   PIC X(03) VALUE SPACES.
003910
010700 PROCEDURE DIVISION.
010710
010720****** INSCRIPTION DU RUN AU REGISTRE DE LA CHAINE *****
010720     MOVE 'D' TO REG-FONCTION
010720     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
010720
010720*******OUVERTURE DES FICHIERS*******
010730     PERFORM OUV-FICHIERS
010740
010870             " EMAIL ", WS-NB-EMAIL,
010880             " PORTAIL ", WS-NB-PORTAIL,
010881             " DECHIRES ", WS-NB-DECHIRES
010890     PERFORM ENREGISTRER-FIN-RUN
010890     GOBACK.
010900
010910 TEST-SQLCODE-DETAIL.
011010 ABEND-PROG.
011020       DISPLAY "ANOMALIE GRAVE : ", FS-FACTU
011030       COMPUTE WS-ANO = 1 / WS-ANO.
011030
011030* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
011030* COMPTEURS
011030 ENREGISTRER-FIN-RUN.
011030     MOVE 'F'         TO REG-FONCTION
011030     MOVE RETURN-CODE TO REG-CODE-RETOUR
011030     MOVE 'DOCUMENTS'    TO REG-LIB-NB(1)
011030     MOVE WS-NB-DOCS     TO REG-NB(1)
011030     MOVE 'POSTE'        TO REG-LIB-NB(2)
011030     MOVE WS-NB-POSTE    TO REG-NB(2)
011030     MOVE 'DECHIRES'     TO REG-LIB-NB(3)
011030     MOVE WS-NB-DECHIRES TO REG-NB(3)
011030     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
011040
011050 LIRE-FACTU.
011060     READ FACTU
011229     END-IF.
011229
011229 TAMPONNER-LIGNE-FLUX.
011230     IF WS-NB-LIGNES >= 1000 THEN
011240         DISPLAY "TABLE T-DOCUMENT PLEINE"
011250         PERFORM ABEND-PROG
011260     END-IF
