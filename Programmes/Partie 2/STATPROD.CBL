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
003200  77 FS-HISTFAC  PIC XX.
003210  77 FS-ETAT     PIC 99.
003220  77 WS-ANO      PIC 99.
003220
003220* SOUS-PROGRAMME DU REGISTRE DES RUNS DE LA CHAINE ET SA ZONE
003220* D'ECHANGE : LE RUN S'Y INSCRIT AU DEBUT, APRES CONTROLE DE SES
003220* PREREQUIS, ET A LA FIN AVEC SON CODE RETOUR ET SES COMPTEURS
003220  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
003220  01 WS-REGISTRE-RUN.
003220      05 REG-FONCTION     PIC X(01).
003220      05 REG-PROGRAMME    PIC X(08) VALUE 'STATPROD'.
003220      05 REG-MODE         PIC X(01) VALUE SPACE.
003220      05 REG-DATE-METIER  PIC X(10).
003220      05 REG-RANG         PIC 9(04).
003220      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
003220      05 REG-COMPTEUR OCCURS 3.
003220          10 REG-LIB-NB   PIC X(12).
003220          10 REG-NB       PIC 9(07).
003230
003240* BORNES DE LA PERIODE DEMANDEE, RECUES EN SYSIN AU FORMAT
003250* AAAA-MM-JJ COMME POUR RECAPFAC
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
010930
010940     PERFORM EDITER-CLASSEMENT
010950     PERFORM FERM-FICHIERS
010960     PERFORM ENREGISTRER-FIN-RUN
010960     GOBACK.
010970
010980 ABEND-PROG.
010990       DISPLAY "ANOMALIE GRAVE : ", FS-HISTFAC, " ", FS-ETAT
011000       COMPUTE WS-ANO = 1 / WS-ANO.
011000
011000* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
011000* COMPTEURS
011000 ENREGISTRER-FIN-RUN.
011000     MOVE 'F'         TO REG-FONCTION
011000     MOVE RETURN-CODE TO REG-CODE-RETOUR
011000     MOVE 'DOCUMENTS'    TO REG-LIB-NB(1)
011000     MOVE WS-NB-DOCS     TO REG-NB(1)
011000     MOVE 'PRODUITS'     TO REG-LIB-NB(2)
011000     MOVE WS-NB-PRODUITS TO REG-NB(2)
011000     MOVE 'LIGNES'       TO REG-LIB-NB(3)
011000     MOVE WS-NB-LIGNES   TO REG-NB(3)
011000     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
011010
011020 LIRE-HIST-SUIVANT.
011030     READ HISTFAC NEXT
011290             ELSE
011300                 MOVE +1 TO WS-SIGNE
011310             END-IF
011311* UNE FACTURE DE PENALITES NE PORTE AUCUN PRODUIT : SES LIGNES
011312* D'INTERETS ET D'INDEMNITE RESTENT HORS STATISTIQUES
011313         WHEN HIS-TYPE-ENR = 'P'
011314             MOVE 'N' TO WS-SW-DOC
011320         WHEN HIS-TYPE-ENR = 'D' AND DOC-RETENU
011330             PERFORM CUMULER-LIGNE-PRODUIT
011340     END-EVALUATE.
