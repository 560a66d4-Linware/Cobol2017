	   IDENTIFICATION DIVISION.
	   PROGRAM-ID. RESTAURA.
	   ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
	   FILE-CONTROL.
		   SELECT TOKEN
			   ASSIGN TO "TOKEN_IDX.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-TOKEN.
		   SELECT INDEXADO
			   ASSIGN TO "INDEXAT.TXT"
				   ACCESS MODE IS SEQUENTIAL
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS NUMERO1
				   ALTERNATE RECORD KEY IS ID-PRODUCTE
					   WITH DUPLICATES
				   FILE STATUS IS FS-INDEXADO.
		   SELECT PRODUCTES
			   ASSIGN TO "PRODUCTES.TXT"
				   ACCESS MODE IS SEQUENTIAL
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS PR-ID-PRODUCTE
				   FILE STATUS IS FS-PRODUCTES.
		   SELECT ZONES
			   ASSIGN TO "ZONES.TXT"
				   ACCESS MODE IS SEQUENTIAL
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS ZM-ZGEO
				   FILE STATUS IS FS-ZONES.
		   SELECT PERSMST
			   ASSIGN TO "PERSONES.TXT"
				   ACCESS MODE IS SEQUENTIAL
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS PM-NUMERO
				   FILE STATUS IS FS-PERSMST.
		   SELECT PERSFUS
			   ASSIGN TO "PERSFUS.TXT"
				   ACCESS MODE IS SEQUENTIAL
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS PF-RETIRAT
				   FILE STATUS IS FS-PERSFUS.
		   SELECT PROVMST
			   ASSIGN TO "PROVEIDORS.TXT"
				   ACCESS MODE IS SEQUENTIAL
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS PV-CODI
				   FILE STATUS IS FS-PROVEIDORS.
		   SELECT REGFACT
			   ASSIGN TO "REGFACT.TXT"
				   ACCESS MODE IS SEQUENTIAL
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS RG-CLAU
				   FILE STATUS IS FS-REGFACT.
		   SELECT HISTESTOC
			   ASSIGN TO "HISTESTOC.TXT"
				   ACCESS MODE IS SEQUENTIAL
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS HS-CLAU
				   FILE STATUS IS FS-HISTESTOC.
		   SELECT ARXIU
			   ASSIGN TO "ARXIUIDX.TXT"
				   ACCESS MODE IS SEQUENTIAL
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS AR-CLAU
				   FILE STATUS IS FS-ARXIU.
		   SELECT APROVACIONS
			   ASSIGN TO "APROVACIONS.TXT"
				   ACCESS MODE IS SEQUENTIAL
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS PA-NUMERO
				   FILE STATUS IS FS-APROVACIONS.
		   SELECT GENIN
			   ASSIGN TO DYNAMIC WS-NOM-IN
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-GENIN.
		   SELECT GENOUT
			   ASSIGN TO DYNAMIC WS-NOM-OUT
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-GENOUT.
		   SELECT MANIFEST
			   ASSIGN TO DYNAMIC WS-NOM-MANIFEST
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-MANIFEST.
		   SELECT JOURNAL
			   ASSIGN TO "JOURNAL.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT OPTIONAL EXCEPCIONS
			   ASSIGN TO "EXCEPCIONS.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT RPTCONTROL
			   ASSIGN TO "CONTROL_RST.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.

	   DATA DIVISION.
	   FILE SECTION.
	   FD TOKEN.
			 01 TK-REG.
				 05 TK-ESTAT       PIC X(1).
				 05 FILLER         PIC X(1).
				 05 TK-DATA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 TK-HORA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 TK-PAS         PIC 9(2).
				 05 FILLER         PIC X(1).
				 05 TK-PROGRAMA    PIC X(16).

	   FD INDEXADO.
			 01 INDEXADO-OUT.
				 05 NUMERO1        PIC 9(5).
				 05 FILLER         PIC X(32).
				 05 ID-PRODUCTE    PIC X(2).

	   FD PRODUCTES.
			 01 PR-REG.
				 05 PR-ID-PRODUCTE PIC X(2).
				 05 FILLER         PIC X(28).

	   FD ZONES.
			 01 ZM-REG.
				 05 ZM-ZGEO        PIC X(9).
				 05 FILLER         PIC X(30).

	   FD PERSMST.
			 01 PM-REG.
				 05 PM-NUMERO      PIC X(7).
				 05 FILLER         PIC X(87).

	   FD PERSFUS.
			 01 PF-REG.
				 05 PF-RETIRAT     PIC X(7).
				 05 FILLER         PIC X(15).

	   FD PROVMST.
			 01 PV-REG.
				 05 PV-CODI        PIC X(5).
				 05 FILLER         PIC X(86).

	   FD REGFACT.
			 01 RG-REG.
				 05 RG-CLAU        PIC X(23).
				 05 FILLER         PIC X(62).

	   FD HISTESTOC.
			 01 HS-REG.
				 05 HS-CLAU        PIC X(11).
				 05 FILLER         PIC X(20).

	   FD ARXIU.
			 01 AR-REG.
				 05 AR-CLAU        PIC X(13).
				 05 FILLER         PIC X(49).

	   FD APROVACIONS.
			 01 PA-REG.
				 05 PA-NUMERO      PIC 9(7).
				 05 FILLER         PIC X(110).

	   FD GENIN.
			 01 GI-REG            PIC X(200).

	   FD GENOUT.
			 01 GO-REG            PIC X(200).

	   FD MANIFEST.
			 01 MF-REG.
				 05 MF-DATA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 MF-HORA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 MF-FITXER      PIC X(20).
				 05 FILLER         PIC X(1).
				 05 MF-ESTAT       PIC X(1).
				 05 FILLER         PIC X(1).
				 05 MF-REGISTRES   PIC 9(7).
				 05 FILLER         PIC X(1).
				 05 MF-QUANTITAT   PIC 9(9).
				 05 FILLER         PIC X(1).
				 05 MF-HASH        PIC 9(11)V99.

	   FD JOURNAL.
			 01 JR-REG.
				 05 JR-DATA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 JR-HORA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 JR-SEQ         PIC 9(7).
				 05 FILLER         PIC X(1).
				 05 JR-TIPO        PIC X(1).
				 05 FILLER         PIC X(1).
				 05 JR-ABANS       PIC X(39).
				 05 FILLER         PIC X(1).
				 05 JR-DESPRES     PIC X(39).

	   FD EXCEPCIONS.
			 01 EX-REG.
				 05 EX-DATA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 EX-PROGRAMA    PIC X(9).
				 05 FILLER         PIC X(1).
				 05 EX-SEVERITAT   PIC X(1).
				 05 FILLER         PIC X(1).
				 05 EX-CLAU        PIC X(14).
				 05 FILLER         PIC X(1).
				 05 EX-MOTIU       PIC X(40).
				 05 FILLER         PIC X(1).
				 05 EX-ESTAT       PIC X(1).
				 05 FILLER         PIC X(1).
				 05 EX-DATA-RESOLT PIC X(8).

	   FD RPTCONTROL.
			 01 CT-REG.
				 05 CT-ETIQUETA    PIC X(25).
				 05 FILLER         PIC X(1).
				 05 CT-VALOR       PIC X(20).

	   WORKING-STORAGE SECTION.
		   01 FS-TOKEN       PIC X(2).
		   01 FS-INDEXADO    PIC X(2).
		   01 FS-PRODUCTES   PIC X(2).
		   01 FS-ZONES       PIC X(2).
		   01 FS-PERSMST     PIC X(2).
		   01 FS-PERSFUS     PIC X(2).
		   01 FS-PROVEIDORS  PIC X(2).
		   01 FS-REGFACT     PIC X(2).
		   01 FS-HISTESTOC   PIC X(2).
		   01 FS-ARXIU       PIC X(2).
		   01 FS-APROVACIONS PIC X(2).
		   01 FS-GENIN       PIC X(2).
		   01 FS-GENOUT      PIC X(2).
		   01 FS-MANIFEST    PIC X(2).
		   01 FS-CARREGA     PIC X(2).

		   01 WS-MODE PIC X(32) VALUE SPACES.
		   01 WS-GENERACIO      PIC X(8) VALUE SPACES.
		   01 WS-TOKEN-ACTIU    PIC X(5) VALUE "FALSE".
		   01 WS-TOKEN-PROPI    PIC X(5) VALUE "FALSE".
		   01 WS-TROBAT         PIC X(5) VALUE "FALSE".
		   01 WS-JOURNAL-REINICIAT PIC X(2) VALUE "NO".
		   01 WS-MOTIU          PIC X(40).
		   01 WS-CLAU-EXC       PIC X(14).

		   01 WS-NOM-IN         PIC X(40).
		   01 WS-NOM-OUT        PIC X(40).
		   01 WS-NOM-MANIFEST   PIC X(40).
		   01 WS-NOM-COPIA      PIC X(40).

		   01 WS-DATA-EXC.
			   05 FILLER         PIC X(2) VALUE "20".
			   05 WS-EXC-AAMMDD  PIC X(6).

		   01 WS-LINIA          PIC X(200).
		   01 WS-LINIA-CARS REDEFINES WS-LINIA.
			   05 WS-CAR         PIC X(1) OCCURS 200 TIMES.
		   01 WS-POS            PIC 9(3).
		   01 WS-DIGIT-X        PIC X(1).
		   01 WS-DIGIT REDEFINES WS-DIGIT-X PIC 9(1).
		   01 WS-PES            PIC 9(5).

		   01 WS-TOTALS-FITXER.
			   05 WS-FX-REGISTRES PIC 9(7) VALUE ZERO.
			   05 WS-FX-QUANTITAT PIC 9(9) VALUE ZERO.
			   05 WS-FX-HASH     PIC 9(11)V99 VALUE ZERO.

		   01 WS-CONTADORS.
			   05 WS-COMPT-VERIFICATS  PIC 9(3) VALUE ZERO.
			   05 WS-COMPT-ABSENTS     PIC 9(3) VALUE ZERO.
			   05 WS-COMPT-DISCREP PIC 9(3) VALUE ZERO.
			   05 WS-COMPT-RESTAURATS  PIC 9(3) VALUE ZERO.
			   05 WS-COMPT-ESBORRATS   PIC 9(3) VALUE ZERO.
			   05 WS-COMPT-REGISTRES   PIC 9(9) VALUE ZERO.
			   05 WS-COMPT-ERRORS      PIC 9(7) VALUE ZERO.

		   01 WS-TEMPS.
			   05 WS-DATA-INICI  PIC X(8).
			   05 WS-HORA-INICI  PIC X(8).
			   05 WS-DATA-FI     PIC X(8).
			   05 WS-HORA-FI     PIC X(8).

		   01 FI-MAX            PIC 9(2) VALUE 22.
		   01 FI-IDX            PIC 9(2).
		   01 FITXERS-DEF.
			   05 FILLER PIC X(21)
				   VALUE "IINDEXAT.TXT".
			   05 FILLER PIC X(21)
				   VALUE "IPRODUCTES.TXT".
			   05 FILLER PIC X(21)
				   VALUE "IZONES.TXT".
			   05 FILLER PIC X(21)
				   VALUE "IPERSONES.TXT".
			   05 FILLER PIC X(21)
				   VALUE "IPERSFUS.TXT".
			   05 FILLER PIC X(21)
				   VALUE "IPROVEIDORS.TXT".
			   05 FILLER PIC X(21)
				   VALUE "IREGFACT.TXT".
			   05 FILLER PIC X(21)
				   VALUE "IHISTESTOC.TXT".
			   05 FILLER PIC X(21)
				   VALUE "IARXIUIDX.TXT".
			   05 FILLER PIC X(21)
				   VALUE "IAPROVACIONS.TXT".
			   05 FILLER PIC X(21)
				   VALUE "SORDRES_OBERTES.TXT".
			   05 FILLER PIC X(21)
				   VALUE "SPERIODE.TXT".
			   05 FILLER PIC X(21)
				   VALUE "SSEQFIN.TXT".
			   05 FILLER PIC X(21)
				   VALUE "SSEQCOM.TXT".
			   05 FILLER PIC X(21)
				   VALUE "SSEQORD.TXT".
			   05 FILLER PIC X(21)
				   VALUE "SSEQFAC.TXT".
			   05 FILLER PIC X(21)
				   VALUE "SSEQAPR.TXT".
			   05 FILLER PIC X(21)
				   VALUE "SCONSUM.TXT".
			   05 FILLER PIC X(21)
				   VALUE "SCTLIDX.TXT".
			   05 FILLER PIC X(21)
				   VALUE "SLLIBREFIN.TXT".
			   05 FILLER PIC X(21)
				   VALUE "SRECEPCIONS.TXT".
			   05 FILLER PIC X(21)
				   VALUE "SFUSIOLOG.TXT".
		   01 FITXERS REDEFINES FITXERS-DEF.
			   05 FI-ENTRADA OCCURS 22 TIMES.
				   10 FI-TIPUS       PIC X(1).
				   10 FI-NOM         PIC X(20).

		   01 MT-MAX            PIC 9(2) VALUE 30.
		   01 MT-TOTAL          PIC 9(2) VALUE ZERO.
		   01 MT-IDX            PIC 9(2).
		   01 MT-TAULA.
			   05 MT-ENTRADA OCCURS 30 TIMES.
				   10 MT-FITXER      PIC X(20).
				   10 MT-ESTAT       PIC X(1).
				   10 MT-REGISTRES   PIC 9(7).
				   10 MT-QUANTITAT   PIC 9(9).
				   10 MT-HASH        PIC 9(11)V99.

	   PROCEDURE DIVISION.
	   MAINLINE.
		   ACCEPT WS-MODE FROM COMMAND-LINE
		   ACCEPT WS-DATA-INICI FROM DATE
		   ACCEPT WS-HORA-INICI FROM TIME
		   ACCEPT WS-EXC-AAMMDD FROM DATE

		   UNSTRING WS-MODE DELIMITED BY ALL " "
			   INTO WS-GENERACIO
		   END-UNSTRING

		   IF WS-GENERACIO IS NOT NUMERIC
			   DISPLAY "RESTAURA - US: RESTAURA AAAAMMDD"
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF

		   PERFORM LLEGIR-TOKEN THRU FIN-LLEGIR-TOKEN

		   IF WS-TOKEN-ACTIU = "TRUE"
			  AND TK-PROGRAMA NOT = "RESTAURA"
			   DISPLAY "RESTAURA - ABEND: TOKEN ACTIU DES "
				   "DE " TK-DATA " " TK-HORA
				   " " TK-PROGRAMA
			   DISPLAY "RESTAURA - NO ES RESTAURA RES "
				   "MENTRE HI HAGI UNA CADENA EN CURS"
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF

		   IF WS-TOKEN-ACTIU = "TRUE"
			   MOVE "TRUE" TO WS-TOKEN-PROPI
		   END-IF

		   PERFORM PRENDRE-TOKEN THRU FIN-PRENDRE-TOKEN

		   OPEN EXTEND EXCEPCIONS

		   PERFORM CARREGAR-MANIFEST THRU FIN-CARREGAR-MANIFEST

		   PERFORM VERIFICAR-FITXER THRU FIN-VERIFICAR-FITXER
			   VARYING FI-IDX FROM 1 BY 1
			   UNTIL FI-IDX > FI-MAX

		   IF WS-COMPT-DISCREP > ZERO
			   DISPLAY "RESTAURA - ABEND: GENERACIO "
				   WS-GENERACIO " NO VERIFICADA, "
				   WS-COMPT-DISCREP
				   " DISCREPANCIES"
			   DISPLAY "RESTAURA - NO S'HA TOCAT CAP FITXER"
			   PERFORM ACABAR-SENSE-RESTAURAR
				   THRU FIN-ACABAR-SENSE-RESTAURAR
		   END-IF

		   PERFORM RESTAURAR-FITXER THRU FIN-RESTAURAR-FITXER
			   VARYING FI-IDX FROM 1 BY 1
			   UNTIL FI-IDX > FI-MAX

		   CLOSE EXCEPCIONS

		   IF WS-COMPT-ERRORS > ZERO
			   DISPLAY "RESTAURA - ABEND: " WS-COMPT-ERRORS
				   " ERRORS DE CARREGA, TOKEN RETINGUT"
			   DISPLAY "RESTAURA - CAL TORNAR A EXECUTAR "
				   "RESTAURA " WS-GENERACIO
			   PERFORM ESCRIURE-RPTCONTROL
			       THRU FIN-ESCRIURE-RPTCONTROL
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF

		   OPEN OUTPUT JOURNAL
		   CLOSE JOURNAL
		   MOVE "SI" TO WS-JOURNAL-REINICIAT

		   PERFORM ALLIBERAR-TOKEN THRU FIN-ALLIBERAR-TOKEN

		   PERFORM ESCRIURE-RPTCONTROL
			   THRU FIN-ESCRIURE-RPTCONTROL

		   STOP RUN.

	   FIN-MAINLINE. EXIT.

	   LLEGIR-TOKEN.
		   OPEN INPUT TOKEN
		   IF FS-TOKEN = "00"
			   READ TOKEN
			   IF FS-TOKEN = "00" AND TK-ESTAT = "A"
				   MOVE "TRUE" TO WS-TOKEN-ACTIU
			   END-IF
			   CLOSE TOKEN
		   END-IF.

	   FIN-LLEGIR-TOKEN. EXIT.

	   PRENDRE-TOKEN.
		   OPEN OUTPUT TOKEN
		   MOVE SPACES TO TK-REG
		   MOVE "A" TO TK-ESTAT
		   ACCEPT TK-DATA FROM DATE
		   ACCEPT TK-HORA FROM TIME
		   MOVE ZERO TO TK-PAS
		   MOVE "RESTAURA" TO TK-PROGRAMA
		   WRITE TK-REG
		   CLOSE TOKEN.

	   FIN-PRENDRE-TOKEN. EXIT.

	   ALLIBERAR-TOKEN.
		   OPEN OUTPUT TOKEN
		   MOVE SPACES TO TK-REG
		   MOVE "L" TO TK-ESTAT
		   ACCEPT TK-DATA FROM DATE
		   ACCEPT TK-HORA FROM TIME
		   MOVE ZERO TO TK-PAS
		   MOVE SPACES TO TK-PROGRAMA
		   WRITE TK-REG
		   CLOSE TOKEN.

	   FIN-ALLIBERAR-TOKEN. EXIT.

	   ACABAR-SENSE-RESTAURAR.
		   CLOSE EXCEPCIONS
		   IF WS-TOKEN-PROPI = "TRUE"
			   DISPLAY "RESTAURA - CARREGA ANTERIOR "
				   "INCOMPLETA, TOKEN RETINGUT"
		   ELSE
			   PERFORM ALLIBERAR-TOKEN
				   THRU FIN-ALLIBERAR-TOKEN
		   END-IF
		   PERFORM ESCRIURE-RPTCONTROL
			   THRU FIN-ESCRIURE-RPTCONTROL
		   MOVE 16 TO RETURN-CODE
		   STOP RUN.

	   FIN-ACABAR-SENSE-RESTAURAR. EXIT.

	   CARREGAR-MANIFEST.
		   MOVE SPACES TO WS-NOM-MANIFEST
		   STRING "BKP_" WS-GENERACIO "_MANIFEST.TXT"
			       DELIMITED BY SIZE
			       INTO WS-NOM-MANIFEST

		   OPEN INPUT MANIFEST
		   IF FS-MANIFEST NOT = "00"
			   DISPLAY "RESTAURA - ABEND: " WS-NOM-MANIFEST
				   " NO TROBAT"
			   MOVE WS-GENERACIO TO WS-CLAU-EXC
			   MOVE "MANIFEST DE LA GENERACIO NO TROBAT"
			       TO WS-MOTIU
			   PERFORM ESCRIURE-EXCEPCIO
				   THRU FIN-ESCRIURE-EXCEPCIO
			   PERFORM ACABAR-SENSE-RESTAURAR
				   THRU FIN-ACABAR-SENSE-RESTAURAR
		   END-IF

		   PERFORM LLEGIR-MANIFEST THRU FIN-LLEGIR-MANIFEST
			   UNTIL FS-MANIFEST NOT = "00"

		   CLOSE MANIFEST.

	   FIN-CARREGAR-MANIFEST. EXIT.

	   LLEGIR-MANIFEST.
		   READ MANIFEST
		   IF FS-MANIFEST NOT = "00"
			   GO TO FIN-LLEGIR-MANIFEST
		   END-IF

		   IF MT-TOTAL >= MT-MAX
			   DISPLAY "RESTAURA - ABEND: MES DE " MT-MAX
				   " LINIES A " WS-NOM-MANIFEST
			   CLOSE MANIFEST
			   PERFORM ACABAR-SENSE-RESTAURAR
				   THRU FIN-ACABAR-SENSE-RESTAURAR
		   END-IF

		   ADD 1 TO MT-TOTAL
		   MOVE MF-FITXER    TO MT-FITXER(MT-TOTAL)
		   MOVE MF-ESTAT     TO MT-ESTAT(MT-TOTAL)
		   MOVE MF-REGISTRES TO MT-REGISTRES(MT-TOTAL)
		   MOVE MF-QUANTITAT TO MT-QUANTITAT(MT-TOTAL)
		   MOVE MF-HASH      TO MT-HASH(MT-TOTAL).

	   FIN-LLEGIR-MANIFEST. EXIT.

	   VERIFICAR-FITXER.
		   MOVE "FALSE" TO WS-TROBAT
		   PERFORM CERCAR-MANIFEST THRU FIN-CERCAR-MANIFEST
			   VARYING MT-IDX FROM 1 BY 1
			   UNTIL MT-IDX > MT-TOTAL OR WS-TROBAT = "TRUE"

		   IF WS-TROBAT NOT = "TRUE"
			   MOVE "FITXER NO CONSTA AL MANIFEST"
				   TO WS-MOTIU
			   PERFORM DISCREPANCIA THRU FIN-DISCREPANCIA
			   GO TO FIN-VERIFICAR-FITXER
		   END-IF
		   SUBTRACT 1 FROM MT-IDX

		   IF MT-ESTAT(MT-IDX) = "A"
			   ADD 1 TO WS-COMPT-ABSENTS
			   GO TO FIN-VERIFICAR-FITXER
		   END-IF

		   PERFORM NOM-COPIA THRU FIN-NOM-COPIA
		   MOVE WS-NOM-COPIA TO WS-NOM-IN
		   OPEN INPUT GENIN
		   IF FS-GENIN NOT = "00"
			   MOVE "COPIA DE LA GENERACIO NO TROBADA"
				   TO WS-MOTIU
			   PERFORM DISCREPANCIA THRU FIN-DISCREPANCIA
			   GO TO FIN-VERIFICAR-FITXER
		   END-IF

		   MOVE ZERO TO WS-FX-REGISTRES
		   MOVE ZERO TO WS-FX-QUANTITAT
		   MOVE ZERO TO WS-FX-HASH
		   PERFORM SUMAR-LINIA THRU FIN-SUMAR-LINIA
			   UNTIL FS-GENIN NOT = "00"
		   CLOSE GENIN

		   IF WS-FX-REGISTRES NOT = MT-REGISTRES(MT-IDX)
			  OR WS-FX-QUANTITAT NOT = MT-QUANTITAT(MT-IDX)
			  OR WS-FX-HASH NOT = MT-HASH(MT-IDX)
			   MOVE "TOTALS NO QUADREN AMB EL MANIFEST"
				   TO WS-MOTIU
			   PERFORM DISCREPANCIA THRU FIN-DISCREPANCIA
			   GO TO FIN-VERIFICAR-FITXER
		   END-IF

		   ADD 1 TO WS-COMPT-VERIFICATS.

	   FIN-VERIFICAR-FITXER. EXIT.

	   CERCAR-MANIFEST.
		   IF MT-FITXER(MT-IDX) = FI-NOM(FI-IDX)
			   MOVE "TRUE" TO WS-TROBAT
		   END-IF.

	   FIN-CERCAR-MANIFEST. EXIT.

	   NOM-COPIA.
		   MOVE SPACES TO WS-NOM-COPIA
		   STRING "BKP_" WS-GENERACIO "_" DELIMITED BY SIZE
			       FI-NOM(FI-IDX) DELIMITED BY " "
			       INTO WS-NOM-COPIA.

	   FIN-NOM-COPIA. EXIT.

	   SUMAR-LINIA.
		   READ GENIN
		   IF FS-GENIN NOT = "00"
			   GO TO FIN-SUMAR-LINIA
		   END-IF
		   MOVE GI-REG TO WS-LINIA
		   ADD 1 TO WS-FX-REGISTRES
		   PERFORM SUMAR-DIGIT THRU FIN-SUMAR-DIGIT
			   VARYING WS-POS FROM 1 BY 1
			   UNTIL WS-POS > 200.

	   FIN-SUMAR-LINIA. EXIT.

	   SUMAR-DIGIT.
		   IF WS-CAR(WS-POS) IS NOT NUMERIC
			   GO TO FIN-SUMAR-DIGIT
		   END-IF
		   MOVE WS-CAR(WS-POS) TO WS-DIGIT-X
		   ADD WS-DIGIT TO WS-FX-QUANTITAT
		   COMPUTE WS-PES = WS-DIGIT * WS-POS
		   ADD WS-PES TO WS-FX-HASH.

	   FIN-SUMAR-DIGIT. EXIT.

	   DISCREPANCIA.
		   ADD 1 TO WS-COMPT-DISCREP
		   DISPLAY "RESTAURA - " FI-NOM(FI-IDX) " " WS-MOTIU
		   MOVE FI-NOM(FI-IDX) TO WS-CLAU-EXC
		   PERFORM ESCRIURE-EXCEPCIO THRU FIN-ESCRIURE-EXCEPCIO.

	   FIN-DISCREPANCIA. EXIT.

	   ESCRIURE-EXCEPCIO.
		   MOVE SPACES TO EX-REG
		   MOVE WS-DATA-EXC TO EX-DATA
		   MOVE "RESTAURA"  TO EX-PROGRAMA
		   MOVE "E"         TO EX-SEVERITAT
		   MOVE WS-CLAU-EXC TO EX-CLAU
		   MOVE WS-MOTIU    TO EX-MOTIU
		   MOVE "O"         TO EX-ESTAT
		   WRITE EX-REG.

	   FIN-ESCRIURE-EXCEPCIO. EXIT.

	   RESTAURAR-FITXER.
		   MOVE "FALSE" TO WS-TROBAT
		   PERFORM CERCAR-MANIFEST THRU FIN-CERCAR-MANIFEST
			   VARYING MT-IDX FROM 1 BY 1
			   UNTIL MT-IDX > MT-TOTAL OR WS-TROBAT = "TRUE"
		   SUBTRACT 1 FROM MT-IDX
		   IF MT-ESTAT(MT-IDX) = "A"
			   PERFORM ESBORRAR-FITXER
				   THRU FIN-ESBORRAR-FITXER
			   GO TO FIN-RESTAURAR-FITXER
		   END-IF

		   PERFORM NOM-COPIA THRU FIN-NOM-COPIA
		   MOVE WS-NOM-COPIA TO WS-NOM-IN
		   OPEN INPUT GENIN
		   MOVE "00" TO FS-CARREGA

		   IF FI-TIPUS(FI-IDX) = "S"
			   MOVE FI-NOM(FI-IDX) TO WS-NOM-OUT
			   OPEN OUTPUT GENOUT
			   MOVE FS-GENOUT TO FS-CARREGA
			   IF FS-CARREGA = "00"
				   PERFORM COPIAR-LINIA
					   THRU FIN-COPIAR-LINIA
					   UNTIL FS-GENIN NOT = "00"
				   CLOSE GENOUT
			   END-IF
		   ELSE
			   PERFORM CARREGAR-INDEXAT
				   THRU FIN-CARREGAR-INDEXAT
		   END-IF

		   CLOSE GENIN

		   IF FS-CARREGA NOT = "00"
			   ADD 1 TO WS-COMPT-ERRORS
			   MOVE "ERROR DE CARREGA, ESTAT " TO WS-MOTIU
			   MOVE FS-CARREGA TO WS-MOTIU(25:2)
			   DISPLAY "RESTAURA - " FI-NOM(FI-IDX)
				   " " WS-MOTIU
			   MOVE FI-NOM(FI-IDX) TO WS-CLAU-EXC
			   PERFORM ESCRIURE-EXCEPCIO
				   THRU FIN-ESCRIURE-EXCEPCIO
			   GO TO FIN-RESTAURAR-FITXER
		   END-IF

		   ADD 1 TO WS-COMPT-RESTAURATS.

	   FIN-RESTAURAR-FITXER. EXIT.

	   ESBORRAR-FITXER.
		   MOVE "00" TO FS-CARREGA
		   IF FI-TIPUS(FI-IDX) = "S"
			   MOVE FI-NOM(FI-IDX) TO WS-NOM-OUT
			   DELETE FILE GENOUT
			   MOVE FS-GENOUT TO FS-CARREGA
		   ELSE
			   PERFORM ESBORRAR-INDEXAT
				   THRU FIN-ESBORRAR-INDEXAT
		   END-IF

		   IF FS-CARREGA = "35"
			   GO TO FIN-ESBORRAR-FITXER
		   END-IF

		   IF FS-CARREGA NOT = "00"
			   ADD 1 TO WS-COMPT-ERRORS
			   MOVE "ERROR ESBORRANT FITXER ABSENT, ESTAT "
				   TO WS-MOTIU
			   MOVE FS-CARREGA TO WS-MOTIU(38:2)
			   DISPLAY "RESTAURA - " FI-NOM(FI-IDX)
				   " " WS-MOTIU
			   MOVE FI-NOM(FI-IDX) TO WS-CLAU-EXC
			   PERFORM ESCRIURE-EXCEPCIO
				   THRU FIN-ESCRIURE-EXCEPCIO
			   GO TO FIN-ESBORRAR-FITXER
		   END-IF

		   DISPLAY "RESTAURA - " FI-NOM(FI-IDX)
			   " ABSENT A LA GENERACIO, ESBORRAT"
		   ADD 1 TO WS-COMPT-ESBORRATS.

	   FIN-ESBORRAR-FITXER. EXIT.

	   ESBORRAR-INDEXAT.
		   EVALUATE FI-NOM(FI-IDX)
			   WHEN "INDEXAT.TXT"
				   DELETE FILE INDEXADO
				   MOVE FS-INDEXADO TO FS-CARREGA
			   WHEN "PRODUCTES.TXT"
				   DELETE FILE PRODUCTES
				   MOVE FS-PRODUCTES TO FS-CARREGA
			   WHEN "ZONES.TXT"
				   DELETE FILE ZONES
				   MOVE FS-ZONES TO FS-CARREGA
			   WHEN "PERSONES.TXT"
				   DELETE FILE PERSMST
				   MOVE FS-PERSMST TO FS-CARREGA
			   WHEN "PERSFUS.TXT"
				   DELETE FILE PERSFUS
				   MOVE FS-PERSFUS TO FS-CARREGA
			   WHEN "PROVEIDORS.TXT"
				   DELETE FILE PROVMST
				   MOVE FS-PROVEIDORS TO FS-CARREGA
			   WHEN "REGFACT.TXT"
				   DELETE FILE REGFACT
				   MOVE FS-REGFACT TO FS-CARREGA
			   WHEN "HISTESTOC.TXT"
				   DELETE FILE HISTESTOC
				   MOVE FS-HISTESTOC TO FS-CARREGA
			   WHEN "ARXIUIDX.TXT"
				   DELETE FILE ARXIU
				   MOVE FS-ARXIU TO FS-CARREGA
			   WHEN "APROVACIONS.TXT"
				   DELETE FILE APROVACIONS
				   MOVE FS-APROVACIONS TO FS-CARREGA
		   END-EVALUATE.

	   FIN-ESBORRAR-INDEXAT. EXIT.

	   COPIAR-LINIA.
		   READ GENIN
		   IF FS-GENIN = "00"
			   WRITE GO-REG FROM GI-REG
			   ADD 1 TO WS-COMPT-REGISTRES
		   END-IF.

	   FIN-COPIAR-LINIA. EXIT.

	   CARREGAR-INDEXAT.
		   EVALUATE FI-NOM(FI-IDX)
			   WHEN "INDEXAT.TXT"
				   PERFORM CARR-INDEXADO
					   THRU FIN-CARR-INDEXADO
			   WHEN "PRODUCTES.TXT"
				   PERFORM CARR-PRODUCTES
					   THRU FIN-CARR-PRODUCTES
			   WHEN "ZONES.TXT"
				   PERFORM CARR-ZONES
					   THRU FIN-CARR-ZONES
			   WHEN "PERSONES.TXT"
				   PERFORM CARR-PERSMST
					   THRU FIN-CARR-PERSMST
			   WHEN "PERSFUS.TXT"
				   PERFORM CARR-PERSFUS
					   THRU FIN-CARR-PERSFUS
			   WHEN "PROVEIDORS.TXT"
				   PERFORM CARR-PROVMST
					   THRU FIN-CARR-PROVMST
			   WHEN "REGFACT.TXT"
				   PERFORM CARR-REGFACT
					   THRU FIN-CARR-REGFACT
			   WHEN "HISTESTOC.TXT"
				   PERFORM CARR-HISTESTOC
					   THRU FIN-CARR-HISTESTOC
			   WHEN "ARXIUIDX.TXT"
				   PERFORM CARR-ARXIU
					   THRU FIN-CARR-ARXIU
			   WHEN "APROVACIONS.TXT"
				   PERFORM CARR-APROVACIONS
					   THRU FIN-CARR-APROVACIONS
		   END-EVALUATE.

	   FIN-CARREGAR-INDEXAT. EXIT.

	   CARR-INDEXADO.
		   OPEN OUTPUT INDEXADO
		   MOVE FS-INDEXADO TO FS-CARREGA
		   IF FS-CARREGA NOT = "00"
			   GO TO FIN-CARR-INDEXADO
		   END-IF
		   PERFORM ESCR-INDEXADO THRU FIN-ESCR-INDEXADO
			   UNTIL FS-GENIN NOT = "00"
			      OR FS-CARREGA NOT = "00"
		   CLOSE INDEXADO.

	   FIN-CARR-INDEXADO. EXIT.

	   ESCR-INDEXADO.
		   READ GENIN
		   IF FS-GENIN NOT = "00"
			   GO TO FIN-ESCR-INDEXADO
		   END-IF
		   MOVE GI-REG TO INDEXADO-OUT
		   WRITE INDEXADO-OUT
		   MOVE FS-INDEXADO TO FS-CARREGA
		   IF FS-CARREGA = "00"
			   ADD 1 TO WS-COMPT-REGISTRES
		   END-IF.

	   FIN-ESCR-INDEXADO. EXIT.

	   CARR-PRODUCTES.
		   OPEN OUTPUT PRODUCTES
		   MOVE FS-PRODUCTES TO FS-CARREGA
		   IF FS-CARREGA NOT = "00"
			   GO TO FIN-CARR-PRODUCTES
		   END-IF
		   PERFORM ESCR-PRODUCTES THRU FIN-ESCR-PRODUCTES
			   UNTIL FS-GENIN NOT = "00"
			      OR FS-CARREGA NOT = "00"
		   CLOSE PRODUCTES.

	   FIN-CARR-PRODUCTES. EXIT.

	   ESCR-PRODUCTES.
		   READ GENIN
		   IF FS-GENIN NOT = "00"
			   GO TO FIN-ESCR-PRODUCTES
		   END-IF
		   MOVE GI-REG TO PR-REG
		   WRITE PR-REG
		   MOVE FS-PRODUCTES TO FS-CARREGA
		   IF FS-CARREGA = "00"
			   ADD 1 TO WS-COMPT-REGISTRES
		   END-IF.

	   FIN-ESCR-PRODUCTES. EXIT.

	   CARR-ZONES.
		   OPEN OUTPUT ZONES
		   MOVE FS-ZONES TO FS-CARREGA
		   IF FS-CARREGA NOT = "00"
			   GO TO FIN-CARR-ZONES
		   END-IF
		   PERFORM ESCR-ZONES THRU FIN-ESCR-ZONES
			   UNTIL FS-GENIN NOT = "00"
			      OR FS-CARREGA NOT = "00"
		   CLOSE ZONES.

	   FIN-CARR-ZONES. EXIT.

	   ESCR-ZONES.
		   READ GENIN
		   IF FS-GENIN NOT = "00"
			   GO TO FIN-ESCR-ZONES
		   END-IF
		   MOVE GI-REG TO ZM-REG
		   WRITE ZM-REG
		   MOVE FS-ZONES TO FS-CARREGA
		   IF FS-CARREGA = "00"
			   ADD 1 TO WS-COMPT-REGISTRES
		   END-IF.

	   FIN-ESCR-ZONES. EXIT.

	   CARR-PERSMST.
		   OPEN OUTPUT PERSMST
		   MOVE FS-PERSMST TO FS-CARREGA
		   IF FS-CARREGA NOT = "00"
			   GO TO FIN-CARR-PERSMST
		   END-IF
		   PERFORM ESCR-PERSMST THRU FIN-ESCR-PERSMST
			   UNTIL FS-GENIN NOT = "00"
			      OR FS-CARREGA NOT = "00"
		   CLOSE PERSMST.

	   FIN-CARR-PERSMST. EXIT.

	   ESCR-PERSMST.
		   READ GENIN
		   IF FS-GENIN NOT = "00"
			   GO TO FIN-ESCR-PERSMST
		   END-IF
		   MOVE GI-REG TO PM-REG
		   WRITE PM-REG
		   MOVE FS-PERSMST TO FS-CARREGA
		   IF FS-CARREGA = "00"
			   ADD 1 TO WS-COMPT-REGISTRES
		   END-IF.

	   FIN-ESCR-PERSMST. EXIT.

	   CARR-PERSFUS.
		   OPEN OUTPUT PERSFUS
		   MOVE FS-PERSFUS TO FS-CARREGA
		   IF FS-CARREGA NOT = "00"
			   GO TO FIN-CARR-PERSFUS
		   END-IF
		   PERFORM ESCR-PERSFUS THRU FIN-ESCR-PERSFUS
			   UNTIL FS-GENIN NOT = "00"
			      OR FS-CARREGA NOT = "00"
		   CLOSE PERSFUS.

	   FIN-CARR-PERSFUS. EXIT.

	   ESCR-PERSFUS.
		   READ GENIN
		   IF FS-GENIN NOT = "00"
			   GO TO FIN-ESCR-PERSFUS
		   END-IF
		   MOVE GI-REG TO PF-REG
		   WRITE PF-REG
		   MOVE FS-PERSFUS TO FS-CARREGA
		   IF FS-CARREGA = "00"
			   ADD 1 TO WS-COMPT-REGISTRES
		   END-IF.

	   FIN-ESCR-PERSFUS. EXIT.

	   CARR-PROVMST.
		   OPEN OUTPUT PROVMST
		   MOVE FS-PROVEIDORS TO FS-CARREGA
		   IF FS-CARREGA NOT = "00"
			   GO TO FIN-CARR-PROVMST
		   END-IF
		   PERFORM ESCR-PROVMST THRU FIN-ESCR-PROVMST
			   UNTIL FS-GENIN NOT = "00"
			      OR FS-CARREGA NOT = "00"
		   CLOSE PROVMST.

	   FIN-CARR-PROVMST. EXIT.

	   ESCR-PROVMST.
		   READ GENIN
		   IF FS-GENIN NOT = "00"
			   GO TO FIN-ESCR-PROVMST
		   END-IF
		   MOVE GI-REG TO PV-REG
		   WRITE PV-REG
		   MOVE FS-PROVEIDORS TO FS-CARREGA
		   IF FS-CARREGA = "00"
			   ADD 1 TO WS-COMPT-REGISTRES
		   END-IF.

	   FIN-ESCR-PROVMST. EXIT.

	   CARR-REGFACT.
		   OPEN OUTPUT REGFACT
		   MOVE FS-REGFACT TO FS-CARREGA
		   IF FS-CARREGA NOT = "00"
			   GO TO FIN-CARR-REGFACT
		   END-IF
		   PERFORM ESCR-REGFACT THRU FIN-ESCR-REGFACT
			   UNTIL FS-GENIN NOT = "00"
			      OR FS-CARREGA NOT = "00"
		   CLOSE REGFACT.

	   FIN-CARR-REGFACT. EXIT.

	   ESCR-REGFACT.
		   READ GENIN
		   IF FS-GENIN NOT = "00"
			   GO TO FIN-ESCR-REGFACT
		   END-IF
		   MOVE GI-REG TO RG-REG
		   WRITE RG-REG
		   MOVE FS-REGFACT TO FS-CARREGA
		   IF FS-CARREGA = "00"
			   ADD 1 TO WS-COMPT-REGISTRES
		   END-IF.

	   FIN-ESCR-REGFACT. EXIT.

	   CARR-HISTESTOC.
		   OPEN OUTPUT HISTESTOC
		   MOVE FS-HISTESTOC TO FS-CARREGA
		   IF FS-CARREGA NOT = "00"
			   GO TO FIN-CARR-HISTESTOC
		   END-IF
		   PERFORM ESCR-HISTESTOC THRU FIN-ESCR-HISTESTOC
			   UNTIL FS-GENIN NOT = "00"
			      OR FS-CARREGA NOT = "00"
		   CLOSE HISTESTOC.

	   FIN-CARR-HISTESTOC. EXIT.

	   ESCR-HISTESTOC.
		   READ GENIN
		   IF FS-GENIN NOT = "00"
			   GO TO FIN-ESCR-HISTESTOC
		   END-IF
		   MOVE GI-REG TO HS-REG
		   WRITE HS-REG
		   MOVE FS-HISTESTOC TO FS-CARREGA
		   IF FS-CARREGA = "00"
			   ADD 1 TO WS-COMPT-REGISTRES
		   END-IF.

	   FIN-ESCR-HISTESTOC. EXIT.

	   CARR-ARXIU.
		   OPEN OUTPUT ARXIU
		   MOVE FS-ARXIU TO FS-CARREGA
		   IF FS-CARREGA NOT = "00"
			   GO TO FIN-CARR-ARXIU
		   END-IF
		   PERFORM ESCR-ARXIU THRU FIN-ESCR-ARXIU
			   UNTIL FS-GENIN NOT = "00"
			      OR FS-CARREGA NOT = "00"
		   CLOSE ARXIU.

	   FIN-CARR-ARXIU. EXIT.

	   ESCR-ARXIU.
		   READ GENIN
		   IF FS-GENIN NOT = "00"
			   GO TO FIN-ESCR-ARXIU
		   END-IF
		   MOVE GI-REG TO AR-REG
		   WRITE AR-REG
		   MOVE FS-ARXIU TO FS-CARREGA
		   IF FS-CARREGA = "00"
			   ADD 1 TO WS-COMPT-REGISTRES
		   END-IF.

	   FIN-ESCR-ARXIU. EXIT.

	   CARR-APROVACIONS.
		   OPEN OUTPUT APROVACIONS
		   MOVE FS-APROVACIONS TO FS-CARREGA
		   IF FS-CARREGA NOT = "00"
			   GO TO FIN-CARR-APROVACIONS
		   END-IF
		   PERFORM ESCR-APROVACIONS THRU FIN-ESCR-APROVACIONS
			   UNTIL FS-GENIN NOT = "00"
			      OR FS-CARREGA NOT = "00"
		   CLOSE APROVACIONS.

	   FIN-CARR-APROVACIONS. EXIT.

	   ESCR-APROVACIONS.
		   READ GENIN
		   IF FS-GENIN NOT = "00"
			   GO TO FIN-ESCR-APROVACIONS
		   END-IF
		   MOVE GI-REG TO PA-REG
		   WRITE PA-REG
		   MOVE FS-APROVACIONS TO FS-CARREGA
		   IF FS-CARREGA = "00"
			   ADD 1 TO WS-COMPT-REGISTRES
		   END-IF.

	   FIN-ESCR-APROVACIONS. EXIT.

	   ESCRIURE-RPTCONTROL.
		   ACCEPT WS-DATA-FI FROM DATE
		   ACCEPT WS-HORA-FI FROM TIME

		   OPEN OUTPUT RPTCONTROL
		   MOVE SPACES TO CT-REG

		   MOVE "DATA INICI"           TO CT-ETIQUETA
		   MOVE WS-DATA-INICI          TO CT-VALOR
		   WRITE CT-REG
		   MOVE "HORA INICI"           TO CT-ETIQUETA
		   MOVE WS-HORA-INICI          TO CT-VALOR
		   WRITE CT-REG
		   MOVE "DATA FI"              TO CT-ETIQUETA
		   MOVE WS-DATA-FI             TO CT-VALOR
		   WRITE CT-REG
		   MOVE "HORA FI"              TO CT-ETIQUETA
		   MOVE WS-HORA-FI             TO CT-VALOR
		   WRITE CT-REG
		   MOVE "GENERACIO"            TO CT-ETIQUETA
		   MOVE WS-GENERACIO           TO CT-VALOR
		   WRITE CT-REG
		   MOVE "FITXERS VERIFICATS"   TO CT-ETIQUETA
		   MOVE WS-COMPT-VERIFICATS    TO CT-VALOR
		   WRITE CT-REG
		   MOVE "FITXERS ABSENTS"      TO CT-ETIQUETA
		   MOVE WS-COMPT-ABSENTS       TO CT-VALOR
		   WRITE CT-REG
		   MOVE "DISCREPANCIES"        TO CT-ETIQUETA
		   MOVE WS-COMPT-DISCREP TO CT-VALOR
		   WRITE CT-REG
		   MOVE "FITXERS RESTAURATS"   TO CT-ETIQUETA
		   MOVE WS-COMPT-RESTAURATS    TO CT-VALOR
		   WRITE CT-REG
		   MOVE "FITXERS ESBORRATS"    TO CT-ETIQUETA
		   MOVE WS-COMPT-ESBORRATS     TO CT-VALOR
		   WRITE CT-REG
		   MOVE "REGISTRES RESTAURATS" TO CT-ETIQUETA
		   MOVE WS-COMPT-REGISTRES     TO CT-VALOR
		   WRITE CT-REG
		   MOVE "ERRORS DE CARREGA"    TO CT-ETIQUETA
		   MOVE WS-COMPT-ERRORS        TO CT-VALOR
		   WRITE CT-REG
		   MOVE "JOURNAL REINICIAT"    TO CT-ETIQUETA
		   MOVE WS-JOURNAL-REINICIAT   TO CT-VALOR
		   WRITE CT-REG

		   CLOSE RPTCONTROL.

	   FIN-ESCRIURE-RPTCONTROL. EXIT.
