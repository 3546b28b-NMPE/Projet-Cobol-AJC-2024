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
003230  77 FS-PRELEV      PIC 99.
003240  77 FS-LETTRES     PIC 99.
003250  77 WS-ANO         PIC 99.
003250
003250* SOUS-PROGRAMME DU REGISTRE DES RUNS DE LA CHAINE ET SA ZONE
003250* D'ECHANGE : LE RUN S'Y INSCRIT AU DEBUT, APRES CONTROLE DE SES
003250* PREREQUIS, ET A LA FIN AVEC SON CODE RETOUR ET SES COMPTEURS
003250  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
003250  01 WS-REGISTRE-RUN.
003250      05 REG-FONCTION     PIC X(01).
003250      05 REG-PROGRAMME    PIC X(08) VALUE 'PRELEVE'.
003250      05 REG-MODE         PIC X(01) VALUE SPACE.
003250      05 REG-DATE-METIER  PIC X(10).
003250      05 REG-RANG         PIC 9(04).
003250      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
003250      05 REG-COMPTEUR OCCURS 3.
003250          10 REG-LIB-NB   PIC X(12).
003250          10 REG-NB       PIC 9(07).
003260
003270* DATE DE VALEUR BANCAIRE, RECUE EN SYSIN AU FORMAT AAAA-MM-JJ :
003280* C'EST LA DATE OU LA BANQUE DEBITERA LES CLIENTS ET OU LES
010720****** RECEPTION DE LA DATE DE VALEUR BANCAIRE *****
010740     ACCEPT WS-DATE-VALEUR FROM SYSIN
010750
010760****** INSCRIPTION DU RUN AU REGISTRE DE LA CHAINE *****
010760     MOVE 'D' TO REG-FONCTION
010760     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
010760
010760************ APPEL DU SOUS-PROGAMME  ********
010770     CALL WS-SSPROG USING BY REFERENCE WS-DATE2
010780*********************************************
010860     PERFORM ECRITURE-CONTROLE
010870
010880     PERFORM FERM-FICHIERS
010890     PERFORM ENREGISTRER-FIN-RUN
010890     GOBACK.
010900
010910 ABEND-PROG.
010920       DISPLAY "ANOMALIE GRAVE : ", FS-NUMFACT, " ",
010930               FS-REGLEMENTS, " ", FS-HISTFAC, " ", FS-PRELEV
010940       COMPUTE WS-ANO = 1 / WS-ANO.
010940
010940* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
010940* COMPTEURS
010940 ENREGISTRER-FIN-RUN.
010940     MOVE 'F'         TO REG-FONCTION
010940     MOVE RETURN-CODE TO REG-CODE-RETOUR
010940     MOVE 'A PRELEVER'   TO REG-LIB-NB(1)
010940     MOVE WS-NB-APRELEVER TO REG-NB(1)
010940     MOVE 'ORDRES'       TO REG-LIB-NB(2)
010940     MOVE WS-NB-ORDRES   TO REG-NB(2)
010940     MOVE 'SANS MANDAT'  TO REG-LIB-NB(3)
010940     MOVE WS-NB-SANS-MANDAT TO REG-NB(3)
010940     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
010950
010960* PARCOURS DES ENREGISTREMENTS 'O' DU NUMEROTEUR, MEME PRINCIPE
010970* QUE LE RUN DE RELANCE : CHAQUE FACTURE EST VALORISEE (TTC NET
011530         MOVE NF-CLE-REF(1:3) TO RG-O-NO
011540         READ REGLEMENTS
011550         EVALUATE TRUE
011551* UNE CREANCE PASSEE EN PERTE (IRRECOUV) EST CLOSE
011552             WHEN (FS-REGLEMENTS = ZERO OR FS-REGLEMENTS = '02')
011553              AND RG-STATUT = 'I'
011554                 MOVE ZERO TO WS-RESTE-DU
011560             WHEN FS-REGLEMENTS = ZERO OR FS-REGLEMENTS = '02'
011570                 IF RG-TOTAL-PAYE >= WS-RESTE-DU THEN
011580                     MOVE ZERO TO WS-RESTE-DU
