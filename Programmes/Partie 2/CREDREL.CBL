003100 WORKING-STORAGE SECTION.
003200  77 FS-LISTING     PIC 99.
003210  77 WS-ANO         PIC 99.
003210
003210* SOUS-PROGRAMME DU REGISTRE DES RUNS DE LA CHAINE ET SA ZONE
003210* D'ECHANGE : LE RUN S'Y INSCRIT AU DEBUT, APRES CONTROLE DE SES
003210* PREREQUIS, ET A LA FIN AVEC SON CODE RETOUR ET SES COMPTEURS
003210  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
003210  01 WS-REGISTRE-RUN.
003210      05 REG-FONCTION     PIC X(01).
003210      05 REG-PROGRAMME    PIC X(08) VALUE 'CREDREL'.
003210      05 REG-MODE         PIC X(01) VALUE SPACE.
003210      05 REG-DATE-METIER  PIC X(10).
003210      05 REG-RANG         PIC 9(04).
003210      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
003210      05 REG-COMPTEUR OCCURS 3.
003210          10 REG-LIB-NB   PIC X(12).
003210          10 REG-NB       PIC 9(07).
003220
003230* COMMANDE A LIBERER, RECUE EN SYSIN ; LA LISTE EST TERMINEE PAR
003240* LA MARQUE '***' COMME LES LIGNES D'AVOIR DE FACTURES
003780
010700 PROCEDURE DIVISION.
010710
010720****** INSCRIPTION DU RUN AU REGISTRE DE LA CHAINE *****
010720     MOVE 'D' TO REG-FONCTION
010720     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
010720
010720*******OUVERTURE DES FICHIERS*******
010730     PERFORM OUV-FICHIERS
010740
010850
010860     PERFORM ECRITURE-CONTROLE
010870     PERFORM FERM-FICHIERS
010880     PERFORM ENREGISTRER-FIN-RUN
010880     GOBACK.
010890
010900 TEST-SQLCODE.
011040 ABEND-PROG.
011050       DISPLAY "ANOMALIE GRAVE : ", SQLCODE
011060       COMPUTE WS-ANO = 1 / WS-ANO.
011060
011060* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
011060* COMPTEURS
011060 ENREGISTRER-FIN-RUN.
011060     MOVE 'F'         TO REG-FONCTION
011060     MOVE RETURN-CODE TO REG-CODE-RETOUR
011060     MOVE 'DEMANDES'     TO REG-LIB-NB(1)
011060     MOVE WS-NB-DEMANDES TO REG-NB(1)
011060     MOVE 'LIBEREES'     TO REG-LIB-NB(2)
011060     MOVE WS-NB-LIBEREES TO REG-NB(2)
011060     MOVE 'IGNOREES'     TO REG-LIB-NB(3)
011060     MOVE WS-NB-IGNOREES TO REG-NB(3)
011060     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
011070
011080* UNE DEMANDE DE LIBERATION : SEULE UNE COMMANDE EFFECTIVEMENT
011090* SUSPENDUE ('H') REPASSE A 'N' ; TOUTE AUTRE SITUATION EST
