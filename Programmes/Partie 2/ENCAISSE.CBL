000843     FILE STATUS IS FS-NUMFACT.
000844
000845* FICHIER DES REGLEMENTS : CUMUL ENCAISSE PAR COMMANDE (DATE DU
000846* DERNIER REGLEMENT, STATUT PARTIEL/SOLDE/PASSE EN PERTE),
000846* PARTAGE AVEC RECAPFAC
000847* POUR NE VIEILLIR QUE LE RESTE DU DANS LA BALANCE AGEE
000848     SELECT REGLEMENTS ASSIGN TO FREGLMNT
000849     ORGANIZATION IS INDEXED
000851     RECORD KEY IS RG-O-NO
000852     FILE STATUS IS FS-REGLEMENTS.
000853
000854* FICHIER DES EXCEPTIONS : REMISES SANS FACTURE CONNUE,
000855* EXCEDENTAIRES OU SUR CREANCE PASSEE EN PERTE, TRAVAILLEES
000855* CHAQUE MATIN PAR LA COMPTABILITE
000856     SELECT EXCEPTIONS ASSIGN TO MESEXCEP
000857     ORGANIZATION IS SEQUENTIAL
000858     FILE STATUS IS FS-EXCEPTIONS.
000859
000859* EXCEPTIONS OUVERTES : CHAQUE EXCEPTION Y EST NUMEROTEE ET
000859* CONSERVEE, AVEC LE MONTANT RESTANT A AFFECTER, JUSQU'A SA
000859* RESOLUTION PAR LETTRAGE (AFFECTATION, MISE EN COMPTE CLIENT
000859* OU REMBOURSEMENT) ; L'ENREGISTREMENT 000000 PORTE LE DERNIER
000859* NUMERO ATTRIBUE
000859     SELECT EXCOUV ASSIGN TO FEXCOUV
000859     ORGANIZATION IS INDEXED
000859     ACCESS MODE IS DYNAMIC
000859     RECORD KEY IS EO-NO
000859     FILE STATUS IS FS-EXCOUV.
000859
000859* FICHIER DE REPRISE DU RUN D'ENCAISSEMENT : UNE TRACE PAR
000860* REMISE DEJA TRAITEE DU FICHIER DU JOUR (RANG DANS LE FICHIER,
000861* REFERENCES ET SUITE DONNEE). UN RERUN APRES ABEND SAUTE CES
000862     SELECT JOURNAL ASSIGN TO MESENCAI
000863     ORGANIZATION IS SEQUENTIAL
000864     FILE STATUS IS FS-JOURNAL.
000864* ECRITURES COMPTABLES DES REMISES, MEME FORMAT QUE LE JOURNAL DE
000864* FACTURES.CBL : REPRISES PAR CLOTURE AVEC LES AUTRES JOURNAUX DU
000864* MOIS
000864     SELECT JOURCPT ASSIGN TO MESJOURB
000864     ORGANIZATION IS SEQUENTIAL
000864     FILE STATUS IS FS-JOURCPT.
000902
000910 DATA DIVISION.
001000 FILE SECTION.
001220     05 NF-TOTAL-TTC    PIC 9(8)V99.
001225     05 NF-TOTAL-AVOIR  PIC 9(8)V99.
001230
001235* 'P' REGLEMENT PARTIEL, 'S' SOLDE, 'I' PASSEE EN PERTE
001240 FD REGLEMENTS.
001250 01 ENR-REGLEMENT.
001260     05 RG-O-NO         PIC X(03).
001380     05 FILLER       PIC X(02) VALUE SPACES.
001390     05 EXC-LIBELLE  PIC X(32).
001400
001400* 'O' OUVERTE, 'A' AFFECTEE A UNE FACTURE, 'C' MISE EN COMPTE
001400* CLIENT, 'R' REMBOURSEE
001400 FD EXCOUV.
001400 01 ENR-EXCOUV.
001400     05 EO-NO              PIC 9(06).
001400     05 EO-CORPS.
001400         10 EO-DATE            PIC X(10).
001400         10 EO-REF-FACT        PIC X(10).
001400* COMMANDE SUR LAQUELLE LE MONTANT A ETE ENCAISSE (EXCEDENT),
001400* A BLANC QUAND LA REMISE N'A ETE APPLIQUEE NULLE PART
001400         10 EO-O-NO            PIC X(03).
001400         10 EO-MONTANT         PIC 9(8)V99.
001400         10 EO-MONTANT-INITIAL PIC 9(8)V99.
001400         10 EO-LIBELLE         PIC X(32).
001400         10 EO-STATUT          PIC X(01).
001400         10 EO-DATE-SOLDE      PIC X(10).
001400         10 EO-CIBLE           PIC X(10).
001400     05 EO-COMPTEUR REDEFINES EO-CORPS.
001400         10 EO-DERNIER-NO      PIC 9(06).
001400         10 FILLER             PIC X(90).
001400
001401* 'A' REMISE APPLIQUEE, 'E' REMISE PARTIE EN EXCEPTION, 'C'
001401* REMISE REJETEE FAUTE DE PERIODE COMPTABLE OUVERTE
001402 FD ENCRST.
001403 01 ENR-ENCRST.
001404     05 ER-SEQ     PIC 9(06).
001409
001410 FD JOURNAL.
001420 01 ENR-JOURNAL PIC X(69).
001420* 'M' ECRITURE, 'T' TOTAL DE CONTROLE EN QUEUE DE FICHIER
001420 FD JOURCPT.
001420 01 ENR-JOURCPT.
001420     05 JRN-TYPE-ENR PIC X(01).
001420     05 JRN-NO-FACT  PIC X(10).
001420     05 JRN-O-NO     PIC X(03).
001420     05 JRN-DATE     PIC X(10).
001420     05 JRN-COMPTE   PIC X(08).
001420     05 JRN-SENS     PIC X(01).
001420     05 JRN-MONTANT  PIC 9(8)V99.
001420     05 JRN-TAUX     PIC 9(2)V9.
003000
003100 WORKING-STORAGE SECTION.
003200  77 FS-REMISES     PIC 99.
003210  77 FS-NUMFACT     PIC XX.
003220  77 FS-REGLEMENTS  PIC XX.
003230  77 FS-EXCEPTIONS  PIC 99.
003231  77 FS-EXCOUV      PIC XX.
003235  77 FS-ENCRST      PIC XX.
003240  77 FS-JOURNAL     PIC 99.
003240  77 FS-JOURCPT     PIC 99.
003250  77 WS-ANO         PIC 99.
003250
003250* SOUS-PROGRAMME DU REGISTRE DES RUNS DE LA CHAINE ET SA ZONE
003250* D'ECHANGE : LE RUN S'Y INSCRIT AU DEBUT, APRES CONTROLE DE SES
003250* PREREQUIS, ET A LA FIN AVEC SON CODE RETOUR ET SES COMPTEURS
003250  77 WS-PROG-REGISTRE PIC X(8) VALUE 'CALREGIS'.
003250  01 WS-REGISTRE-RUN.
003250      05 REG-FONCTION     PIC X(01).
003250      05 REG-PROGRAMME    PIC X(08) VALUE 'ENCAISSE'.
003250      05 REG-MODE         PIC X(01) VALUE SPACE.
003250      05 REG-DATE-METIER  PIC X(10).
003250      05 REG-RANG         PIC 9(04).
003250      05 REG-CODE-RETOUR  PIC 9(04) VALUE ZERO.
003250      05 REG-COMPTEUR OCCURS 3.
003250          10 REG-LIB-NB   PIC X(12).
003250          10 REG-NB       PIC 9(07).
003260
003270* FIN DU FICHIER DE REMISES
003280  77 WS-SW-REMISES  PIC X(01) VALUE 'N'.
003450  77 WS-CUMUL-PAYE  PIC 9(8)V99 VALUE ZERO.
003460* LIBELLE DE L'EXCEPTION EN COURS D'ECRITURE
003470  77 WS-LIB-EXCEPTION PIC X(32) VALUE SPACES.
003470* MONTANT RESTANT A AFFECTER DE L'EXCEPTION (LA REMISE ENTIERE,
003470* OU SEULEMENT L'EXCEDENT SUR TTC) ET COMMANDE QUI LE PORTE
003470  77 WS-MONTANT-OUVERT PIC 9(8)V99 VALUE ZERO.
003470  77 WS-O-NO-EXCEPTION PIC X(03) VALUE SPACES.
003471* COMMANDE PASSEE EN PERTE, FERMEE AUX REGLEMENTS
003472  77 WS-SW-PERTE    PIC X(01) VALUE 'N'.
003473      88 COMMANDE-EN-PERTE      VALUE 'O'.
003473* COMMANDES PORTANT LE NUMERO DE FACTURE DE LA REMISE : UNE SEULE
003473* POUR UNE FACTURE ORDINAIRE, TOUTES LES COMMANDES REGROUPEES
003473* POUR UNE FACTURE MENSUELLE (PAR NUMERO DE COMMANDE CROISSANT),
003473* CHACUNE AVEC SON TTC NET D'AVOIRS ET SON ETAT DE PERTE
003473  01 T-CDES-FACT.
003473      05 T-CDE-FACT OCCURS 100 TIMES.
003473          10 TF-O-NO  PIC X(03).
003473          10 TF-TTC   PIC 9(8)V99.
003473          10 TF-PERTE PIC X(01).
003473  77 WS-NB-CDES-FACT  PIC 9(3) COMP VALUE ZERO.
003473  77 WS-CDE-I         PIC 9(3) COMP VALUE ZERO.
003473* DERNIERE COMMANDE NON PASSEE EN PERTE DE LA FACTURE : ELLE
003473* RECOIT LE SOLDE DE LA REMISE, EXCEDENT COMPRIS
003473  77 WS-CDE-DERNIERE  PIC 9(3) COMP VALUE ZERO.
003473* PART DE LA REMISE APPLIQUEE A LA COMMANDE EN COURS (LA REMISE
003473* ENTIERE POUR UNE FACTURE ORDINAIRE), RESTE DE LA REMISE A
003473* REPARTIR ET RESTE DU DE LA COMMANDE
003473  77 WS-MONTANT-APPLIQUE PIC 9(8)V99 VALUE ZERO.
003473  77 WS-RESTE-REMISE  PIC 9(8)V99 VALUE ZERO.
003473  77 WS-RESTE-CDE     PIC 9(8)V99 VALUE ZERO.
003480
003481* RANG DE LA REMISE EN COURS DANS LE FICHIER DU JOUR : C'EST LA
003482* CLE DU FICHIER DE REPRISE, LE MEME FICHIER RELU DONNE LES
003533* TOTAL DE LA REMISE BANCAIRE DU JOUR
003534  77 WS-NB-DEJA        PIC 9(6)    VALUE ZERO.
003535  77 WS-TOTAL-DEJA     PIC 9(9)V99 VALUE ZERO.
003535* REMISES REJETEES FAUTE DE PERIODE COMPTABLE OUVERTE
003535  77 WS-NB-HORS-PERIODE PIC 9(6)  VALUE ZERO.
003535
003535* SOUS-PROGRAMME DE PLACEMENT DES ECRITURES DANS LA PREMIERE
003535* PERIODE COMPTABLE OUVERTE ET SA ZONE D'ECHANGE
003535  77 WS-PROG-PERIODE PIC X(8) VALUE 'CALPERIO'.
003535  01 WS-PERIODE-CPT.
003535      05 PER-DATE-DOC    PIC X(10).
003535      05 PER-DATE-RUN    PIC X(10).
003535      05 PER-DATE-COMPTA PIC X(10).
003535      05 PER-DERNIERE    PIC X(07).
003535      05 PER-RETOUR      PIC X(01).
003535          88 PERIODE-PLACEE      VALUE 'O'.
003535          88 PERIODE-REPORTEE    VALUE 'R'.
003535          88 PERIODE-CLOSE       VALUE 'C'.
003535* DATE COMPTABLE DE LA REMISE EN COURS ET RESULTAT DU PLACEMENT
003535  77 WS-DATE-COMPTABLE PIC X(10) VALUE SPACES.
003535  77 WS-SW-PLACEE    PIC X(01) VALUE 'N'.
003535      88 REMISE-PLACEE         VALUE 'O'.
003535* DATE SYSTEME (AAAAMMJJ) ET AU FORMAT AAAA-MM-JJ : MOIS DU RUN
003535* POUR LE PLACEMENT, DATE DES TOTAUX DE CONTROLE DES ECRITURES
003535  01 WS-DATE-SYS.
003535      05 WS-DATE-SYS-AAAA PIC X(04).
003535      05 WS-DATE-SYS-MM   PIC X(02).
003535      05 WS-DATE-SYS-JJ   PIC X(02).
003535  01 WS-DATE-SYS-ISO.
003535      05 WS-ISO-AAAA PIC X(04).
003535      05 FILLER      PIC X(01) VALUE '-'.
003535      05 WS-ISO-MM   PIC X(02).
003535      05 FILLER      PIC X(01) VALUE '-'.
003535      05 WS-ISO-JJ   PIC X(02).
003535* COMPTES DES ECRITURES D'ENCAISSEMENT : DEBIT DE LA BANQUE,
003535* CREDIT DU CLIENT (LE REMBOURSEMENT DE LETTRAGE EN SENS INVERSE)
003535  01 WS-COMPTE-BANQUE.
003535      05 FILLER       PIC X(08) VALUE '51200000'.
003535  01 WS-COMPTE-CLIENT.
003535      05 FILLER       PIC X(08) VALUE '41100000'.
003535* CUMULS DE CONTROLE DES ECRITURES COMPTABLES
003535  77 WS-NB-ECRITURES PIC 9(6)    VALUE ZERO.
003535  77 WS-CUMUL-DEBIT  PIC 9(9)V99 VALUE ZERO.
003535  77 WS-CUMUL-CREDIT PIC 9(9)V99 VALUE ZERO.
003540
003550  01 L-JRN-SEPARATEUR.
003560      05 FILLER  PIC X(69) VALUE ALL '='.
003936      05 ED-JRN-DEPOT PIC Z(8)9,99.
003937      05 FILLER       PIC X(27) VALUE ALL ' '.
003938
003938  01 L-JRN-PERIODE.
003938      05 FILLER         PIC X(30)
003938       VALUE 'REMISES HORS PERIODE OUVERTE:'.
003938      05 ED-JRN-PERIODE PIC Z(6)9.
003938      05 FILLER         PIC X(32) VALUE ALL ' '.
003940  01 L-JRN-TOTAL.
003950      05 FILLER       PIC X(30)
003960       VALUE 'TOTAL APPLIQUE              :'.
003990
010700 PROCEDURE DIVISION.
010710
010710****** DATE DU RUN *****
010710     ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
010710     MOVE WS-DATE-SYS-AAAA TO WS-ISO-AAAA
010710     MOVE WS-DATE-SYS-MM   TO WS-ISO-MM
010710     MOVE WS-DATE-SYS-JJ   TO WS-ISO-JJ
010720****** INSCRIPTION DU RUN AU REGISTRE DE LA CHAINE *****
010720     MOVE 'D' TO REG-FONCTION
010720     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN
010720
010720*******OUVERTURE DES FICHIERS*******
010730     PERFORM OUV-FICHIERS
010740
010810     END-PERFORM
010820
010830     PERFORM ECRITURE-CONTROLE-JOURNAL
010830     PERFORM ECRITURE-CONTROLE-COMPTA
010831* LE FICHIER DU JOUR EST ALLE JUSQU'AU BOUT : LES TRACES DE
010832* REPRISE N'ONT PLUS DE RAISON D'ETRE, LE FICHIER EST VIDE POUR
010833* LE RUN DU LENDEMAIN, COMME LE CHECKPOINT DE FACTURES
010834     PERFORM PURGER-REPRISE
010840     PERFORM FERM-FICHIERS
010850     PERFORM ENREGISTRER-FIN-RUN
010850     GOBACK.
010851
010852 PURGER-REPRISE.
010860
010870 ABEND-PROG.
010880       DISPLAY "ANOMALIE GRAVE : ", FS-REMISES, " ", FS-NUMFACT,
010890               " ", FS-REGLEMENTS, " ", FS-JOURCPT
010900       COMPUTE WS-ANO = 1 / WS-ANO.
010900
010900* FIN DU RUN AU REGISTRE DE LA CHAINE, AVEC SON CODE RETOUR ET SES
010900* COMPTEURS
010900 ENREGISTRER-FIN-RUN.
010900     MOVE 'F'         TO REG-FONCTION
010900     MOVE RETURN-CODE TO REG-CODE-RETOUR
010900     MOVE 'REMISES'      TO REG-LIB-NB(1)
010900     MOVE WS-NB-REMISES  TO REG-NB(1)
010900     MOVE 'APPLIQUEES'   TO REG-LIB-NB(2)
010900     MOVE WS-NB-APPLIQUEES TO REG-NB(2)
010900     MOVE 'EXCEPTIONS'   TO REG-LIB-NB(3)
010900     MOVE WS-NB-EXCEPTIONS TO REG-NB(3)
010900     CALL WS-PROG-REGISTRE USING BY REFERENCE WS-REGISTRE-RUN.
010910
010920 LIRE-REMISE.
010930     READ REMISES
011060* DANS LE NUMEROTEUR ; INTROUVABLE, LA REMISE PART EN EXCEPTION
011070* SANS ARRETER LE RUN, COMME LES COMMANDES ECARTEES DE FACTURES
011080 TRAITER-REMISE.
011080     ADD 1 TO WS-NB-REMISES
011080     ADD 1 TO WS-SEQ-REMISE
011080* UNE REMISE DEJA TRAITEE PAR UN RUN INTERROMPU N'EST NI
011080* REAPPLIQUEE NI REPASSEE EN EXCEPTION : ELLE EST JOURNALISEE A
011080* PART POUR QUE LE RECAPITULATIF RECONCILIE TOUJOURS LE TOTAL
011080* DE LA REMISE BANCAIRE
011080     PERFORM CONTROLER-REPRISE
011080     IF REMISE-DEJA-TRAITEE THEN
011080         PERFORM REPRENDRE-REMISE-TRAITEE
011080     ELSE
011080         PERFORM APPLIQUER-REMISE
011080         PERFORM MEMORISER-REMISE-TRAITEE
011080     END-IF.
011080
011080* LE JOURNAL COMPTABLE DU RUN INTERROMPU EST RECREE : LES
011080* ECRITURES DE LA REMISE DEJA TRAITEE Y SONT REPASSEES
011080 REPRENDRE-REMISE-TRAITEE.
011080     PERFORM ECRITURE-JOURNAL-DEJA
011080     IF ER-SUITE NOT = 'C' THEN
011080         PERFORM PLACER-REMISE
011080         IF REMISE-PLACEE THEN
011080             PERFORM ECRITURE-COMPTA-REMISE
011080         END-IF
011080     END-IF.
011080
011080* UNE REMISE QUI NE PEUT ETRE PLACEE DANS UNE PERIODE COMPTABLE
011080* OUVERTE EST REJETEE AVANT TOUTE MISE A JOUR. TOUTE REMISE PLACEE
011080* EST PORTEE EN BANQUE, APPLIQUEE OU NON : LA PART NON APPLIQUEE
011080* RESTE AU CREDIT DU COMPTE CLIENT JUSQU'A SON LETTRAGE
011080* (AFFECTATION, MISE EN COMPTE OU REMBOURSEMENT)
011080 APPLIQUER-REMISE.
011080     MOVE 'A' TO WS-SUITE-REMISE
011080     MOVE REM-MONTANT TO WS-MONTANT-OUVERT
011080     MOVE SPACES TO WS-O-NO-EXCEPTION
011080     PERFORM PLACER-REMISE
011080     IF NOT REMISE-PLACEE THEN
011080         PERFORM REJETER-REMISE-PERIODE
011080     ELSE
011080         PERFORM AFFECTER-REMISE
011080         PERFORM ECRITURE-COMPTA-REMISE
011080     END-IF.
011080
011080* UNE REMISE SANS REFERENCE DE FACTURE PART DIRECTEMENT EN
011080* EXCEPTION : LES ENREGISTREMENTS 'O' DES COMMANDES FACTUREES
011080* AVANT LE NUMEROTEUR PORTENT UN NUMERO A BLANC, UNE REFERENCE
011080* VIDE S'APPARIERAIT AVEC LE PREMIER D'ENTRE EUX. UNE FACTURE
011080* MENSUELLE VOIT LA REMISE REPARTIE SUR SES COMMANDES
011080 AFFECTER-REMISE.
011080     IF REM-REF-FACT = SPACES THEN
011080         MOVE 'REFERENCE FACTURE ABSENTE' TO WS-LIB-EXCEPTION
011080         MOVE 'E' TO WS-SUITE-REMISE
011080         PERFORM ECRITURE-EXCEPTION
011080     ELSE
011080         PERFORM CHERCHER-FACTURE
011080         IF FACTURE-TROUVEE AND WS-NB-CDES-FACT > 1 THEN
011080             PERFORM REPARTIR-REMISE
011080         ELSE
011080             PERFORM AFFECTER-REMISE-COMMANDE
011080         END-IF
011080     END-IF.
011080
011080* FACTURE D'UNE SEULE COMMANDE. UNE COMMANDE PASSEE EN PERTE
011080* (IRRECOUV) EST CLOSE : LE REGLEMENT TARDIF PART EN EXCEPTION
011080* POUR QUE LA COMPTABILITE CONSTATE LA RENTREE SUR CREANCE
011080* AMORTIE
011080 AFFECTER-REMISE-COMMANDE.
011080     IF FACTURE-TROUVEE THEN
011080         PERFORM CONTROLER-PERTE
011080     END-IF
011080     EVALUATE TRUE
011080         WHEN NOT FACTURE-TROUVEE
011080             MOVE 'REFERENCE FACTURE INCONNUE' TO WS-LIB-EXCEPTION
011080             MOVE 'E' TO WS-SUITE-REMISE
011080             PERFORM ECRITURE-EXCEPTION
011080         WHEN COMMANDE-EN-PERTE
011080             MOVE 'FACTURE PASSEE EN PERTE' TO WS-LIB-EXCEPTION
011080             MOVE 'E' TO WS-SUITE-REMISE
011080             PERFORM ECRITURE-EXCEPTION
011080         WHEN OTHER
011080             MOVE REM-MONTANT TO WS-MONTANT-APPLIQUE
011080             PERFORM APPLIQUER-REGLEMENT
011080             ADD 1 TO WS-NB-APPLIQUEES
011080     END-EVALUATE.
011164
011165* RAPPROCHEMENT AVEC LE FICHIER DE REPRISE : LE RANG DE LA
011166* REMISE DOIT Y PORTER LES MEMES DATE, REFERENCE ET MONTANT ;
011217     MOVE SPACES       TO JL-O-NO
011218     MOVE REM-MONTANT  TO JL-MONTANT
011219     MOVE ZERO         TO JL-CUMUL
011220     IF ER-SUITE = 'E' OR ER-SUITE = 'C' THEN
011221         MOVE 'DEJA EX' TO JL-STATUT
011222     ELSE
011223         MOVE 'DEJA AP' TO JL-STATUT
011229         PERFORM ABEND-PROG
011230     END-IF.
011170
011170* DATE COMPTABLE DE LA REMISE : SA DATE SI SA PERIODE EST OUVERTE,
011170* SINON LE PREMIER JOUR DE LA PREMIERE PERIODE OUVERTE
011170 PLACER-REMISE.
011170     MOVE 'N' TO WS-SW-PLACEE
011170     MOVE REM-DATE        TO PER-DATE-DOC
011170     MOVE WS-DATE-SYS-ISO TO PER-DATE-RUN
011170     CALL WS-PROG-PERIODE USING BY REFERENCE WS-PERIODE-CPT
011170     IF PERIODE-PLACEE OR PERIODE-REPORTEE THEN
011170         MOVE 'O' TO WS-SW-PLACEE
011170         MOVE PER-DATE-COMPTA TO WS-DATE-COMPTABLE
011170     END-IF.
011170
011170* REMISE DATEE D'UNE PERIODE CLOSE ALORS QUE LE MOIS DU RUN EST
011170* LUI-MEME CLOS, OU DE DATE INVALIDE : ELLE N'EST NI APPLIQUEE NI
011170* COMPTABILISEE NI OUVERTE EN EXCEPTION A LETTRER. ELLE EST
011170* SIGNALEE DANS LE FICHIER DES EXCEPTIONS POUR ETRE REPRESENTEE A
011170* UN RUN D'UNE PERIODE OUVERTE
011170 REJETER-REMISE-PERIODE.
011170     ADD 1 TO WS-NB-HORS-PERIODE
011170     MOVE 'C' TO WS-SUITE-REMISE
011170     IF PERIODE-CLOSE THEN
011170         MOVE 'PERIODE COMPTABLE CLOSE' TO WS-LIB-EXCEPTION
011170     ELSE
011170         MOVE 'DATE DE REMISE INVALIDE' TO WS-LIB-EXCEPTION
011170     END-IF
011170     DISPLAY "REMISE REJETEE : ", WS-LIB-EXCEPTION, " ", REM-DATE,
011170             " ", REM-REF-FACT
011170     MOVE REM-DATE         TO EXC-DATE
011170     MOVE REM-REF-FACT     TO EXC-REF-FACT
011170     MOVE REM-MONTANT      TO EXC-MONTANT
011170     MOVE WS-LIB-EXCEPTION TO EXC-LIBELLE
011170     WRITE ENR-EXCEPTION
011170     IF FS-EXCEPTIONS NOT = ZERO THEN
011170         DISPLAY "ERR WRITE EXCEPTIONS - FILE STATUS : ",
011170                 FS-EXCEPTIONS
011170         PERFORM ABEND-PROG
011170     END-IF.
011170
011170* ECRITURES DE LA REMISE : DEBIT DE LA BANQUE, CREDIT DU CLIENT,
011170* AU MONTANT REMIS ET A LA DATE COMPTABLE DE LA REMISE ; LE
011170* NUMERO DE FACTURE PORTE LE LETTRAGE
011170 ECRITURE-COMPTA-REMISE.
011170     MOVE WS-COMPTE-BANQUE TO JRN-COMPTE
011170     MOVE 'D'              TO JRN-SENS
011170     PERFORM ECRITURE-COMPTA-MVT
011170     MOVE WS-COMPTE-CLIENT TO JRN-COMPTE
011170     MOVE 'C'              TO JRN-SENS
011170     PERFORM ECRITURE-COMPTA-MVT.
011170
011170 ECRITURE-COMPTA-MVT.
011170     MOVE 'M'               TO JRN-TYPE-ENR
011170     MOVE REM-REF-FACT      TO JRN-NO-FACT
011170     MOVE SPACES            TO JRN-O-NO
011170     MOVE WS-DATE-COMPTABLE TO JRN-DATE
011170     MOVE REM-MONTANT       TO JRN-MONTANT
011170     MOVE ZERO              TO JRN-TAUX
011170     ADD 1 TO WS-NB-ECRITURES
011170     IF JRN-SENS = 'D' THEN
011170         COMPUTE WS-CUMUL-DEBIT =
011170                 WS-CUMUL-DEBIT + JRN-MONTANT
011170     ELSE
011170         COMPUTE WS-CUMUL-CREDIT =
011170                 WS-CUMUL-CREDIT + JRN-MONTANT
011170     END-IF
011170     WRITE ENR-JOURCPT
011170     IF FS-JOURCPT NOT = ZERO THEN
011170         DISPLAY "ERR WRITE JOURCPT - FILE STATUS : ", FS-JOURCPT
011170         PERFORM ABEND-PROG
011170     END-IF.
011180* PARCOURS DES ENREGISTREMENTS 'O' DU NUMEROTEUR A LA RECHERCHE
011190* DU NUMERO DE FACTURE PORTE PAR LA REMISE (RECHERCHE
011200* SEQUENTIELLE : LE VOLUME QUOTIDIEN DE REMISES RESTE FAIBLE).
011200* LE PARCOURS VA JUSQU'AU BOUT : UNE FACTURE MENSUELLE A UNE
011200* CORRESPONDANCE PAR COMMANDE REGROUPEE ; LA PREMIERE TROUVEE
011200* DONNE LA COMMANDE ET LE TTC D'UNE FACTURE ORDINAIRE
011210 CHERCHER-FACTURE.
011220     MOVE 'N' TO WS-SW-FACTURE
011230     MOVE 'N' TO WS-SW-NUMFACT
011230     MOVE ZERO TO WS-NB-CDES-FACT
011240     MOVE 'O' TO NF-CLE-TYPE
011250     MOVE LOW-VALUES TO NF-CLE-REF
011260     START NUMFACT KEY NOT LESS THAN NF-CLE
011270     IF FS-NUMFACT = ZERO THEN
011280         PERFORM LIRE-NUMFACT-SUIVANT
011290         PERFORM UNTIL FIN-NUMFACT
011300             PERFORM LIRE-NUMFACT-SUIVANT
011310         END-PERFORM
011320     END-IF.
011406* NUMEROTEUR) SONT IGNOREES DANS LE RAPPROCHEMENT
011410                 IF NF-NO-FACTURE NOT = SPACES
011411                    AND NF-NO-FACTURE = REM-REF-FACT THEN
011431* LE MONTANT ATTENDU EST LE TTC FACTURE NET DES AVOIRS DEJA
011432* EMIS SUR LA COMMANDE
011440                     IF NF-TOTAL-AVOIR >= NF-TOTAL-TTC THEN
011443                         COMPUTE WS-TTC-FACTURE =
011444                             NF-TOTAL-TTC - NF-TOTAL-AVOIR
011445                     END-IF
011445                     PERFORM MEMORISER-CDE-FACT
011450                 END-IF
011460             END-IF
011470         WHEN FS-NUMFACT = '10'
011520             PERFORM ABEND-PROG
011530     END-EVALUATE.
011540
011540 MEMORISER-CDE-FACT.
011540     IF NOT FACTURE-TROUVEE THEN
011540         MOVE 'O' TO WS-SW-FACTURE
011540         MOVE NF-CLE-REF(1:3) TO WS-O-NO-PAIE
011540     END-IF
011540     IF WS-NB-CDES-FACT >= 100 THEN
011540         DISPLAY "TABLE T-CDES-FACT PLEINE"
011540         PERFORM ABEND-PROG
011540     END-IF
011540     ADD 1 TO WS-NB-CDES-FACT
011540     MOVE NF-CLE-REF(1:3) TO TF-O-NO(WS-NB-CDES-FACT)
011540     MOVE WS-TTC-FACTURE  TO TF-TTC(WS-NB-CDES-FACT)
011540     MOVE 'N'             TO TF-PERTE(WS-NB-CDES-FACT).
011540
011540* REPARTITION D'UNE REMISE SUR LES COMMANDES D'UNE FACTURE
011540* MENSUELLE, DE LA PLUS ANCIENNE A LA PLUS RECENTE : CHAQUE
011540* COMMANDE RECOIT AU PLUS SON RESTE DU, LA DERNIERE COMMANDE NON
011540* PASSEE EN PERTE RECOIT LE SOLDE DE LA REMISE (UN EXCEDENT Y
011540* PART EN EXCEPTION COMME POUR UNE FACTURE ORDINAIRE). LES
011540* COMMANDES PASSEES EN PERTE SONT SAUTEES ; SI TOUTES LE SONT,
011540* LA REMISE PART EN EXCEPTION
011540 REPARTIR-REMISE.
011540     MOVE ZERO TO WS-CDE-DERNIERE
011540     PERFORM REPERER-PERTE-CDE
011540         VARYING WS-CDE-I FROM 1 BY 1
011540         UNTIL WS-CDE-I > WS-NB-CDES-FACT
011540     IF WS-CDE-DERNIERE = ZERO THEN
011540         MOVE 'FACTURE PASSEE EN PERTE' TO WS-LIB-EXCEPTION
011540         MOVE 'E' TO WS-SUITE-REMISE
011540         PERFORM ECRITURE-EXCEPTION
011540     ELSE
011540         MOVE REM-MONTANT TO WS-RESTE-REMISE
011540         PERFORM APPLIQUER-PART-REMISE
011540             VARYING WS-CDE-I FROM 1 BY 1
011540             UNTIL WS-CDE-I > WS-CDE-DERNIERE
011540         ADD 1 TO WS-NB-APPLIQUEES
011540     END-IF.
011540
011540 REPERER-PERTE-CDE.
011540     MOVE TF-O-NO(WS-CDE-I) TO WS-O-NO-PAIE
011540     PERFORM CONTROLER-PERTE
011540     IF COMMANDE-EN-PERTE THEN
011540         MOVE 'O' TO TF-PERTE(WS-CDE-I)
011540     ELSE
011540         MOVE WS-CDE-I TO WS-CDE-DERNIERE
011540     END-IF.
011540
011540 APPLIQUER-PART-REMISE.
011540     IF TF-PERTE(WS-CDE-I) = 'N' THEN
011540         MOVE TF-O-NO(WS-CDE-I) TO WS-O-NO-PAIE
011540         MOVE TF-TTC(WS-CDE-I)  TO WS-TTC-FACTURE
011540         IF WS-CDE-I = WS-CDE-DERNIERE THEN
011540             MOVE WS-RESTE-REMISE TO WS-MONTANT-APPLIQUE
011540         ELSE
011540             PERFORM CALCULER-RESTE-CDE
011540             IF WS-RESTE-CDE < WS-RESTE-REMISE THEN
011540                 MOVE WS-RESTE-CDE TO WS-MONTANT-APPLIQUE
011540             ELSE
011540                 MOVE WS-RESTE-REMISE TO WS-MONTANT-APPLIQUE
011540             END-IF
011540         END-IF
011540         IF WS-MONTANT-APPLIQUE > ZERO THEN
011540             COMPUTE WS-RESTE-REMISE =
011540                     WS-RESTE-REMISE - WS-MONTANT-APPLIQUE
011540             PERFORM APPLIQUER-REGLEMENT
011540         END-IF
011540     END-IF.
011540
011540* RESTE DU DE LA COMMANDE EN COURS : TTC NET D'AVOIRS MOINS LE
011540* CUMUL DEJA ENCAISSE
011540 CALCULER-RESTE-CDE.
011540     MOVE WS-TTC-FACTURE TO WS-RESTE-CDE
011540     MOVE WS-O-NO-PAIE TO RG-O-NO
011540     READ REGLEMENTS
011540     EVALUATE TRUE
011540         WHEN FS-REGLEMENTS = ZERO OR FS-REGLEMENTS = '02'
011540             IF RG-TOTAL-PAYE >= WS-TTC-FACTURE THEN
011540                 MOVE ZERO TO WS-RESTE-CDE
011540             ELSE
011540                 COMPUTE WS-RESTE-CDE =
011540                         WS-TTC-FACTURE - RG-TOTAL-PAYE
011540             END-IF
011540         WHEN FS-REGLEMENTS = '23'
011540             CONTINUE
011540         WHEN OTHER
011540             DISPLAY "ERR READ REGLEMENTS - FILE STATUS : ",
011540                     FS-REGLEMENTS
011540             PERFORM ABEND-PROG
011540     END-EVALUATE.
011540
011541* STATUT 'I' DE LA COMMANDE DANS LE FICHIER DES REGLEMENTS :
011542* CREANCE PASSEE EN PERTE PAR IRRECOUV
011543 CONTROLER-PERTE.
011544     MOVE 'N' TO WS-SW-PERTE
011545     MOVE WS-O-NO-PAIE TO RG-O-NO
011546     READ REGLEMENTS
011547     EVALUATE TRUE
011548         WHEN FS-REGLEMENTS = ZERO OR FS-REGLEMENTS = '02'
011549             IF RG-STATUT = 'I' THEN
011550                 MOVE 'O' TO WS-SW-PERTE
011550             END-IF
011550         WHEN FS-REGLEMENTS = '23'
011550             CONTINUE
011550         WHEN OTHER
011550             DISPLAY "ERR READ REGLEMENTS - FILE STATUS : ",
011550                     FS-REGLEMENTS
011550             PERFORM ABEND-PROG
011550     END-EVALUATE.
011550
011550* ENREGISTREMENT DU REGLEMENT : CUMUL SUR LA COMMANDE (CREATION
011560* AU PREMIER REGLEMENT), DATE DU DERNIER REGLEMENT ET STATUT
011570* PARTIEL/SOLDE ; UN ENCAISSEMENT AU DELA DU TTC FACTURE EST
011580* COMPTABILISE MAIS PART AUSSI EN EXCEPTION POUR REGULARISATION.
011580* LE MONTANT APPLIQUE EST LA REMISE ENTIERE, OU LA PART DE LA
011580* COMMANDE SUR UNE FACTURE MENSUELLE
011590 APPLIQUER-REGLEMENT.
011590     MOVE WS-MONTANT-APPLIQUE TO WS-MONTANT-OUVERT
011600     MOVE WS-O-NO-PAIE TO RG-O-NO
011610     READ REGLEMENTS
011620     EVALUATE TRUE
011630         WHEN FS-REGLEMENTS = ZERO OR FS-REGLEMENTS = '02'
011640             COMPUTE WS-CUMUL-PAYE =
011650                     RG-TOTAL-PAYE + WS-MONTANT-APPLIQUE
011660         WHEN FS-REGLEMENTS = '23'
011670             MOVE WS-MONTANT-APPLIQUE TO WS-CUMUL-PAYE
011680         WHEN OTHER
011690             DISPLAY "ERR READ REGLEMENTS - FILE STATUS : ",
011700                     FS-REGLEMENTS
011910         PERFORM ABEND-PROG
011920     END-IF
011930
011950     COMPUTE WS-TOTAL-APPLIQUE =
011960             WS-TOTAL-APPLIQUE + WS-MONTANT-APPLIQUE
011970     PERFORM ECRITURE-JOURNAL-LIGNE
011980
011990     IF WS-CUMUL-PAYE > WS-TTC-FACTURE THEN
011991* SEUL L'EXCEDENT RESTE A AFFECTER, LE RESTE SOLDE LA COMMANDE
011992         IF WS-CUMUL-PAYE - WS-TTC-FACTURE
011992            < WS-MONTANT-APPLIQUE THEN
011993             COMPUTE WS-MONTANT-OUVERT =
011994                     WS-CUMUL-PAYE - WS-TTC-FACTURE
011995         END-IF
011996         MOVE WS-O-NO-PAIE TO WS-O-NO-EXCEPTION
012000         MOVE 'REGLEMENT EXCEDENTAIRE SUR TTC' TO WS-LIB-EXCEPTION
012010         PERFORM ECRITURE-EXCEPTION
012020     END-IF.
012050     MOVE REM-DATE      TO JL-DATE
012060     MOVE REM-REF-FACT  TO JL-REF
012070     MOVE WS-O-NO-PAIE  TO JL-O-NO
012080     MOVE WS-MONTANT-APPLIQUE TO JL-MONTANT
012090     MOVE WS-CUMUL-PAYE TO JL-CUMUL
012100     IF RG-STATUT = 'S' THEN
012110         MOVE 'SOLDE  ' TO JL-STATUT
012290         DISPLAY "ERR WRITE EXCEPTIONS - FILE STATUS : ",
012300                 FS-EXCEPTIONS
012310         PERFORM ABEND-PROG
012320     END-IF
012321     PERFORM ENREGISTRER-EXCEPTION.
012322
012323* L'EXCEPTION RECOIT LE NUMERO SUIVANT DU COMPTEUR (CREE A ZERO
012324* AU PREMIER RUN) ET RESTE OUVERTE JUSQU'A SA RESOLUTION
012325 ENREGISTRER-EXCEPTION.
012326     MOVE ZERO TO EO-NO
012327     READ EXCOUV
012328     EVALUATE TRUE
012329         WHEN FS-EXCOUV = ZERO OR FS-EXCOUV = '02'
012330             ADD 1 TO EO-DERNIER-NO
012331             REWRITE ENR-EXCOUV
012332         WHEN FS-EXCOUV = '23'
012333             MOVE SPACES TO EO-CORPS
012334             MOVE 1 TO EO-DERNIER-NO
012335             WRITE ENR-EXCOUV
012336         WHEN OTHER
012337             CONTINUE
012338     END-EVALUATE
012339     IF FS-EXCOUV NOT = ZERO AND FS-EXCOUV NOT = '02' THEN
012340         DISPLAY "ERR COMPTEUR EXCOUV - FILE STATUS : ", FS-EXCOUV
012341         PERFORM ABEND-PROG
012342     END-IF
012343     MOVE EO-DERNIER-NO     TO EO-NO
012344     MOVE SPACES            TO EO-CORPS
012345     MOVE REM-DATE          TO EO-DATE
012346     MOVE REM-REF-FACT      TO EO-REF-FACT
012347     MOVE WS-O-NO-EXCEPTION TO EO-O-NO
012348     MOVE WS-MONTANT-OUVERT TO EO-MONTANT
012349     MOVE WS-MONTANT-OUVERT TO EO-MONTANT-INITIAL
012350     MOVE WS-LIB-EXCEPTION  TO EO-LIBELLE
012351     MOVE 'O'               TO EO-STATUT
012352     WRITE ENR-EXCOUV
012353     IF FS-EXCOUV NOT = ZERO AND FS-EXCOUV NOT = '02' THEN
012354         DISPLAY "ERR WRITE EXCOUV - FILE STATUS : ", FS-EXCOUV
012355         PERFORM ABEND-PROG
012356     END-IF.
012330
012340 ECRITURE-ENTETE-JOURNAL.
012350     WRITE ENR-JOURNAL FROM L-JRN-SEPARATEUR
012410     MOVE WS-NB-APPLIQUEES TO ED-JRN-APPL
012420     MOVE WS-NB-EXCEPTIONS TO ED-JRN-EXC
012425     MOVE WS-NB-DEJA       TO ED-JRN-DEJA
012425     MOVE WS-NB-HORS-PERIODE TO ED-JRN-PERIODE
012430     MOVE WS-TOTAL-APPLIQUE TO ED-JRN-TOTAL
012431     MOVE WS-TOTAL-DEJA     TO ED-JRN-TOT-DEJA
012432* LE TOTAL AVEC REPRISES RECONCILIE LA REMISE BANCAIRE DU JOUR,
012460     WRITE ENR-JOURNAL FROM L-JRN-APPL
012470     WRITE ENR-JOURNAL FROM L-JRN-EXC
012475     WRITE ENR-JOURNAL FROM L-JRN-DEJA
012475     WRITE ENR-JOURNAL FROM L-JRN-PERIODE
012480     WRITE ENR-JOURNAL FROM L-JRN-TOTAL
012481     WRITE ENR-JOURNAL FROM L-JRN-TOT-DEJA
012482     WRITE ENR-JOURNAL FROM L-JRN-DEPOT
012490     WRITE ENR-JOURNAL FROM L-JRN-SEPARATEUR.
012490* TOTAUX DE CONTROLE DES ECRITURES, MEME DESSIN QUE DANS
012490* FACTURES : UN DESEQUILIBRE ARRETE LE JOB
012490 ECRITURE-CONTROLE-COMPTA.
012490     MOVE 'T'      TO JRN-TYPE-ENR
012490     MOVE SPACES   TO JRN-NO-FACT
012490     MOVE SPACES   TO JRN-O-NO
012490     MOVE WS-DATE-SYS-ISO TO JRN-DATE
012490     MOVE ALL '9'  TO JRN-COMPTE
012490     MOVE ZERO     TO JRN-TAUX
012490     MOVE 'D'            TO JRN-SENS
012490     MOVE WS-CUMUL-DEBIT TO JRN-MONTANT
012490     WRITE ENR-JOURCPT
012490     MOVE 'C'             TO JRN-SENS
012490     MOVE WS-CUMUL-CREDIT TO JRN-MONTANT
012490     WRITE ENR-JOURCPT
012490     IF FS-JOURCPT NOT = ZERO THEN
012490         DISPLAY "ERR WRITE JOURCPT - FILE STATUS : ", FS-JOURCPT
012490         PERFORM ABEND-PROG
012490     END-IF
012490     IF WS-CUMUL-DEBIT NOT = WS-CUMUL-CREDIT THEN
012490         DISPLAY "ECRITURES D'ENCAISSEMENT DESEQUILIBREES : ",
012490                 WS-CUMUL-DEBIT, " / ", WS-CUMUL-CREDIT
012490         PERFORM ABEND-PROG
012490     END-IF.
012500
012510 OUV-FICHIERS.
012520     OPEN INPUT REMISES
012780                 FS-EXCEPTIONS
012790         PERFORM ABEND-PROG
012800     END-IF
012801* OUVERTURE EN I-O ; PREMIER RUN SANS FICHIER DES EXCEPTIONS
012801* OUVERTES, ON LE CREE VIDE
012801     OPEN I-O EXCOUV
012801     IF FS-EXCOUV = '35' THEN
012801         OPEN OUTPUT EXCOUV
012801         CLOSE EXCOUV
012801         OPEN I-O EXCOUV
012801     END-IF
012801     IF FS-EXCOUV NOT = ZERO AND FS-EXCOUV NOT = '02' THEN
012801         DISPLAY "ERR OPEN EXCOUV - FILE STATUS : ", FS-EXCOUV
012801         PERFORM ABEND-PROG
012801     END-IF
012802* OUVERTURE EN I-O ; PREMIER RUN SANS FICHIER DE REPRISE, ON LE
012803* CREE VIDE, COMME LE FICHIER DES REGLEMENTS CI-DESSUS
012804     OPEN I-O ENCRST
012820     IF FS-JOURNAL NOT = ZERO THEN
012830         DISPLAY "ERR OPEN JOURNAL - FILE STATUS : ", FS-JOURNAL
012840         PERFORM ABEND-PROG
012840     END-IF
012840     OPEN OUTPUT JOURCPT
012840     IF FS-JOURCPT NOT = ZERO THEN
012840         DISPLAY "ERR OPEN JOURCPT - FILE STATUS : ", FS-JOURCPT
012840         PERFORM ABEND-PROG
012850     END-IF.
012860
012870 FERM-FICHIERS.
013070                 FS-EXCEPTIONS
013080         PERFORM ABEND-PROG
013090     END-IF
013091     CLOSE EXCOUV
013092     IF FS-EXCOUV NOT = ZERO THEN
013093         DISPLAY "ERR CLOSE EXCOUV - FILE STATUS : ", FS-EXCOUV
013094         PERFORM ABEND-PROG
013094     END-IF
013095     CLOSE ENCRST
013096     IF FS-ENCRST NOT = ZERO THEN
013097         DISPLAY "ERR CLOSE ENCRST - FILE STATUS : ", FS-ENCRST
013110     IF FS-JOURNAL NOT = ZERO THEN
013120         DISPLAY "ERR CLOSE JOURNAL - FILE STATUS : ", FS-JOURNAL
013130         PERFORM ABEND-PROG
013130     END-IF
013130     CLOSE JOURCPT
013130     IF FS-JOURCPT NOT = ZERO THEN
013130         DISPLAY "ERR CLOSE JOURCPT - FILE STATUS : ",
013130                 FS-JOURCPT
013130         PERFORM ABEND-PROG
013140     END-IF.
