001370             15 HIS-O-DATE  PIC X(10).
001380             15 HIS-COMPANY PIC X(27).
001390             15 HIS-SIRET   PIC X(14).
001390* 'M' = FACTURE MENSUELLE REGROUPANT PLUSIEURS COMMANDES (LES
001390* LIGNES 'D' PORTENT CHACUNE LEUR COMMANDE DANS HIS-O-NO)
001390             15 HIS-TYPE-FACT PIC X(01).
001400             15 FILLER      PIC X(05).
001410         10 HIS-LIGNE REDEFINES HIS-ENTETE.
001420             15 HIS-P-NO        PIC X(03).
001430             15 HIS-DESCRIPTION PIC X(30).
003230  77 FS-RELANCE     PIC XX.
003240  77 FS-LETTRES     PIC 99.
003250  77 WS-ANO         PIC 99.
003250
003250* SOUS-PROGRAMME DU REGISTRE DES RUNS DE LA CHAINE ET SA ZONE
003250* D'ECHANGE : LE RUN S'Y INSCRIT AU DEBUT, APRES CONTROLE DE SES
003250* PREREQUIS, ET A LA FIN AVEC SON CODE RETOUR ET SES COMPTEURS
003250  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
003250  01 WS-REGISTRE-RUN.
003250      05 REG-FONCTION     PIC X(01).
003250      05 REG-PROGRAMME    PIC X(08) VALUE 'RELANCES'.
003250      05 REG-MODE         PIC X(01) VALUE SPACE.
003250      05 REG-DATE-METIER  PIC X(10).
003250      05 REG-RANG         PIC 9(04).
003250      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
003250      05 REG-COMPTEUR OCCURS 3.
003250          10 REG-LIB-NB   PIC X(12).
003250          10 REG-NB       PIC 9(07).
003260
003270* DATE DE REFERENCE DU VIEILLISSEMENT, RECUE EN SYSIN AU FORMAT
003280* AAAA-MM-JJ COMME LA BALANCE AGEE DE RECAPFAC
010720****** RECEPTION DE LA DATE DE REFERENCE *****
010730     ACCEPT WS-DATE-JOUR FROM SYSIN
010740
010750****** INSCRIPTION DU RUN AU REGISTRE DE LA CHAINE *****
010750     MOVE 'D' TO REG-FONCTION
010750     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
010750
010750************ APPEL DU SOUS-PROGAMME  ********
010760     CALL WS-SSPROG USING BY REFERENCE WS-DATE2
010770*********************************************
010840     PERFORM ECRITURE-CONTROLE
010850
010860     PERFORM FERM-FICHIERS
010870     PERFORM ENREGISTRER-FIN-RUN
010870     GOBACK.
010880
010890 ABEND-PROG.
010900       DISPLAY "ANOMALIE GRAVE : ", FS-NUMFACT, " ",
010910               FS-REGLEMENTS, " ", FS-HISTFAC, " ", FS-RELANCE
010920       COMPUTE WS-ANO = 1 / WS-ANO.
010920
010920* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
010920* COMPTEURS
010920 ENREGISTRER-FIN-RUN.
010920     MOVE 'F'         TO REG-FONCTION
010920     MOVE RETURN-CODE TO REG-CODE-RETOUR
010920     MOVE 'IMPAYES'      TO REG-LIB-NB(1)
010920     MOVE WS-NB-IMPAYES  TO REG-NB(1)
010920     MOVE 'LETTRES'      TO REG-LIB-NB(2)
010920     MOVE WS-NB-LETTRES  TO REG-NB(2)
010920     MOVE 'NIVEAU 3'     TO REG-LIB-NB(3)
010920     MOVE WS-NB-NIVEAU-3 TO REG-NB(3)
010920     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
010930
010940* PARCOURS DES ENREGISTREMENTS 'O' DU NUMEROTEUR, MEME PRINCIPE
010950* QUE CHERCHER-FACTURE D'ENCAISSE : CHAQUE COMMANDE FACTUREE EST
011610         MOVE NF-CLE-REF(1:3) TO RG-O-NO
011620         READ REGLEMENTS
011630         EVALUATE TRUE
011631* UNE CREANCE PASSEE EN PERTE (IRRECOUV) EST CLOSE
011632             WHEN (FS-REGLEMENTS = ZERO OR FS-REGLEMENTS = '02')
011633              AND RG-STATUT = 'I'
011634                 MOVE ZERO TO WS-RESTE-DU
011640             WHEN FS-REGLEMENTS = ZERO OR FS-REGLEMENTS = '02'
011650                 IF RG-TOTAL-PAYE >= WS-RESTE-DU THEN
011660                     MOVE ZERO TO WS-RESTE-DU
