000100 IDENTIFICATION DIVISION.
000110  PROGRAM-ID.   CALSCEAU.
000120
000130* CALCUL DU SCEAU CHAINE DES DOCUMENTS ARCHIVES DANS FHISTFAC :
000140* CHAQUE APPEL INCORPORE UN ENREGISTREMENT DE L'HISTORIQUE AU
000150* SCEAU EN COURS. L'APPELANT PART DU SCEAU DU DOCUMENT PRECEDENT
000160* DE LA CHAINE ET PASSE LES ENREGISTREMENTS DU DOCUMENT DANS
000170* L'ORDRE DE LEUR CLE ; LE RESULTAT EST LE SCEAU DU DOCUMENT.
000180* DEUX CUMULS POLYNOMIAUX INDEPENDANTS, CHACUN MODULO UN NOMBRE
000190* PREMIER, FORMENT LES 18 CHIFFRES DU SCEAU : LA MOINDRE
000200* MODIFICATION D'UN OCTET, D'UN ORDRE OU DU SCEAU PRECEDENT LE
000210* CHANGE. APPELE PAR FACTURES, PENALITE, PURGHIST ET AUDITFAC
000220
000230 ENVIRONMENT DIVISION.
000240
000250 DATA DIVISION.
000260 WORKING-STORAGE SECTION.
000270  77 WS-POS          PIC 9(4) COMP VALUE ZERO.
000280  77 WS-H1           PIC 9(12) COMP VALUE ZERO.
000290  77 WS-H2           PIC 9(12) COMP VALUE ZERO.
000300  77 WS-PRODUIT      PIC 9(12) COMP VALUE ZERO.
000310  77 WS-QUOTIENT     PIC 9(12) COMP VALUE ZERO.
000320
000330* VALEUR NUMERIQUE DE L'OCTET : L'OCTET EST POSE EN POIDS FAIBLE
000340* D'UN BINAIRE DE DEUX OCTETS DONT LE POIDS FORT EST A ZERO
000350  01 WS-OCTET-BIN    PIC 9(4) COMP VALUE ZERO.
000360  01 WS-OCTET-X REDEFINES WS-OCTET-BIN.
000370      05 WS-OCTET-FORT   PIC X(01).
000380      05 WS-OCTET-FAIBLE PIC X(01).
000390
000400 LINKAGE SECTION.
000410  01 LK-SCEAU.
000420      05 LK-SCEAU-H1 PIC 9(09).
000430      05 LK-SCEAU-H2 PIC 9(09).
000440* ENREGISTREMENT DE L'HISTORIQUE (DESSIN ENR-HIST DE FACTURES)
000450  01 LK-ENREG        PIC X(77).
000460
000470 PROCEDURE DIVISION USING LK-SCEAU LK-ENREG.
000480     MOVE LK-SCEAU-H1 TO WS-H1
000490     MOVE LK-SCEAU-H2 TO WS-H2
000500     PERFORM CUMULER-OCTET
000510         VARYING WS-POS FROM 1 BY 1
000520         UNTIL WS-POS > 77
000530     MOVE WS-H1 TO LK-SCEAU-H1
000540     MOVE WS-H2 TO LK-SCEAU-H2
000550     GOBACK.
000560
000570 CUMULER-OCTET.
000580     MOVE LOW-VALUE TO WS-OCTET-FORT
000590     MOVE LK-ENREG(WS-POS:1) TO WS-OCTET-FAIBLE
000600     COMPUTE WS-PRODUIT = WS-H1 * 257 + WS-OCTET-BIN + 1
000610     DIVIDE WS-PRODUIT BY 999999937 GIVING WS-QUOTIENT
000620            REMAINDER WS-H1
000630     COMPUTE WS-PRODUIT = WS-H2 * 263 + WS-OCTET-BIN + 1
000640     DIVIDE WS-PRODUIT BY 999999929 GIVING WS-QUOTIENT
000650            REMAINDER WS-H2.
