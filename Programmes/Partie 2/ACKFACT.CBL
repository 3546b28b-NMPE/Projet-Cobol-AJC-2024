003230  77 FS-REEMISSION PIC 99.
003240  77 FS-ETAT       PIC 99.
003250  77 WS-ANO        PIC 99.
003250
003250* SOUS-PROGRAMME DU REGISTRE DES RUNS DE LA CHAINE ET SA ZONE
003250* D'ECHANGE : LE RUN S'Y INSCRIT AU DEBUT, APRES CONTROLE DE SES
003250* PREREQUIS, ET A LA FIN AVEC SON CODE RETOUR ET SES COMPTEURS
003250  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
003250  01 WS-REGISTRE-RUN.
003250      05 REG-FONCTION     PIC X(01).
003250      05 REG-PROGRAMME    PIC X(08) VALUE 'ACKFACT'.
003250      05 REG-MODE         PIC X(01) VALUE SPACE.
003250      05 REG-DATE-METIER  PIC X(10).
003250      05 REG-RANG         PIC 9(04).
003250      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
003250      05 REG-COMPTEUR OCCURS 3.
003250          10 REG-LIB-NB   PIC X(12).
003250          10 REG-NB       PIC 9(07).
003260
003270* DATE DU JOUR RECUE EN SYSIN (AAAA-MM-JJ), PORTEE COMME DATE
003280* D'ENVOI SUR LES ENREGISTREMENTS CREES
010720****** RECEPTION DE LA DATE DU JOUR *****
010730     ACCEPT WS-DATE-JOUR FROM SYSIN
010740
010750****** INSCRIPTION DU RUN AU REGISTRE DE LA CHAINE *****
010750     MOVE 'D' TO REG-FONCTION
010750     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
010750
010750*******OUVERTURE DES FICHIERS*******
010760     PERFORM OUV-FICHIERS
010770
011050
011060     PERFORM ECRITURE-CONTROLE
011070     PERFORM FERM-FICHIERS
011080     PERFORM ENREGISTRER-FIN-RUN
011080     GOBACK.
011090
011100 ABEND-PROG.
011110       DISPLAY "ANOMALIE GRAVE : ", FS-FACTELEC, " ", FS-ACQUIT,
011120               " ", FS-TRANSMIS
011130       COMPUTE WS-ANO = 1 / WS-ANO.
011130
011130* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
011130* COMPTEURS
011130 ENREGISTRER-FIN-RUN.
011130     MOVE 'F'         TO REG-FONCTION
011130     MOVE RETURN-CODE TO REG-CODE-RETOUR
011130     MOVE 'ENVOYEES'     TO REG-LIB-NB(1)
011130     MOVE WS-NB-ENVOYEES TO REG-NB(1)
011130     MOVE 'ACCEPTEES'    TO REG-LIB-NB(2)
011130     MOVE WS-NB-ACCEPTEES TO REG-NB(2)
011130     MOVE 'REJETEES'     TO REG-LIB-NB(3)
011130     MOVE WS-NB-REJETEES TO REG-NB(3)
011130     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
011140
011150 LIRE-FACTELEC.
011160     READ FACTELEC
