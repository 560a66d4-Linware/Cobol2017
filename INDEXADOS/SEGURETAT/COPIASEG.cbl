	   IDENTIFICATION DIVISION.
	   PROGRAM-ID. COPIASEG.
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
		   SELECT CATALEG
			   ASSIGN TO "CATBKP.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-CATALEG.
		   SELECT RETENCIO
			   ASSIGN TO "RETENCIO_BKP.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-RETENCIO.
		   SELECT RPTCONTROL
			   ASSIGN TO "CONTROL_BKP.TXT"
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

	   FD CATALEG.
			 01 CG-REG.
				 05 CG-DATA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 CG-FITXER      PIC X(40).

	   FD RETENCIO.
			 01 RT-REG.
				 05 RT-GENERACIONS PIC 9(2).

	   FD RPTCONTROL.
			 01 CT-REG.
				 05 CT-ETIQUETA    PIC X(25).
				 05 FILLER         PIC X(1).
				 05 CT-VALOR       PIC X(20).

	   WORKING-STORAGE SECTION.
		   01 FIN-FICHERO PIC X(5) VALUE "FALSE".
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
		   01 FS-CATALEG     PIC X(2).
		   01 FS-RETENCIO    PIC X(2).
		   01 FS-ERROR       PIC X(2).

		   01 WS-TOKEN-ACTIU    PIC X(5) VALUE "FALSE".
		   01 WS-PRESENT        PIC X(5) VALUE "FALSE".
		   01 WS-TROBAT         PIC X(5) VALUE "FALSE".

		   01 WS-NOM-IN         PIC X(40).
		   01 WS-NOM-OUT        PIC X(40).
		   01 WS-NOM-MANIFEST   PIC X(40).
		   01 WS-NOM-ERROR      PIC X(40).

		   01 WS-DATA-AVUI.
			   05 FILLER         PIC X(2) VALUE "20".
			   05 WS-AVUI-AAMMDD PIC X(6).
		   01 WS-HORA-COPIA     PIC X(8).
		   01 WS-GENERACIONS    PIC 9(2) VALUE 5.
		   01 WS-GENERACIONS-MAX PIC 9(2).

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
			   05 WS-COMPT-COPIATS    PIC 9(3) VALUE ZERO.
			   05 WS-COMPT-ABSENTS    PIC 9(3) VALUE ZERO.
			   05 WS-COMPT-REGISTRES  PIC 9(9) VALUE ZERO.
			   05 WS-COMPT-PURGATS    PIC 9(3) VALUE ZERO.

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

		   01 CG-MAX            PIC 9(4) VALUE 1200.
		   01 CG-TOTAL          PIC 9(4) VALUE ZERO.
		   01 CG-IDX            PIC 9(4).
		   01 CG-TAULA.
			   05 CG-ENTRADA OCCURS 1200 TIMES.
				   10 CG-T-DATA      PIC X(8).
				   10 CG-T-FITXER    PIC X(40).
				   10 CG-T-ESTAT     PIC X(1).

		   01 DT-MAX            PIC 9(2) VALUE 50.
		   01 DT-TOTAL          PIC 9(2) VALUE ZERO.
		   01 DT-IDX            PIC 9(2).
		   01 DT-A-PURGAR       PIC 9(2) VALUE ZERO.
		   01 DT-TAULA.
			   05 DT-DATA        PIC X(8) OCCURS 50 TIMES.

	   PROCEDURE DIVISION.
	   MAINLINE.
		   ACCEPT WS-DATA-INICI FROM DATE
		   ACCEPT WS-HORA-INICI FROM TIME
		   ACCEPT WS-AVUI-AAMMDD FROM DATE
		   ACCEPT WS-HORA-COPIA FROM TIME

		   PERFORM LLEGIR-TOKEN THRU FIN-LLEGIR-TOKEN

		   IF WS-TOKEN-ACTIU = "TRUE"
			  AND TK-PROGRAMA NOT = "COPIASEG"
			   DISPLAY "COPIASEG - ABEND: TOKEN ACTIU DES "
				   "DE " TK-DATA " " TK-HORA
				   " " TK-PROGRAMA
			   DISPLAY "COPIASEG - NO ES COPIA RES MENTRE "
				   "HI HAGI UNA CADENA EN CURS"
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF

		   PERFORM LLEGIR-RETENCIO THRU FIN-LLEGIR-RETENCIO
		   PERFORM PRENDRE-TOKEN THRU FIN-PRENDRE-TOKEN
		   PERFORM CARREGAR-CATALEG THRU FIN-CARREGAR-CATALEG

		   MOVE SPACES TO WS-NOM-MANIFEST
		   STRING "BKP_" WS-DATA-AVUI "_MANIFEST.TXT"
			       DELIMITED BY SIZE
			       INTO WS-NOM-MANIFEST
		   OPEN OUTPUT MANIFEST
		   IF FS-MANIFEST NOT = "00"
			   MOVE FS-MANIFEST     TO FS-ERROR
			   MOVE WS-NOM-MANIFEST TO WS-NOM-ERROR
			   PERFORM ABEND-FITXER THRU FIN-ABEND-FITXER
		   END-IF

		   PERFORM COPIAR-FITXER THRU FIN-COPIAR-FITXER
			   VARYING FI-IDX FROM 1 BY 1
			   UNTIL FI-IDX > FI-MAX

		   CLOSE MANIFEST

		   MOVE WS-NOM-MANIFEST TO WS-NOM-OUT
		   PERFORM AFEGIR-CATALEG THRU FIN-AFEGIR-CATALEG

		   PERFORM PURGAR-ANTIGUES THRU FIN-PURGAR-ANTIGUES
		   PERFORM GRAVAR-CATALEG THRU FIN-GRAVAR-CATALEG

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
		   MOVE "COPIASEG" TO TK-PROGRAMA
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

	   LLEGIR-RETENCIO.
		   OPEN INPUT RETENCIO
		   IF FS-RETENCIO = "00"
			   READ RETENCIO
			   IF FS-RETENCIO = "00"
			      AND RT-GENERACIONS IS NUMERIC
			      AND RT-GENERACIONS > ZERO
				   MOVE RT-GENERACIONS TO WS-GENERACIONS
			   END-IF
			   CLOSE RETENCIO
		   END-IF

		   COMPUTE WS-GENERACIONS-MAX =
			   CG-MAX / (FI-MAX + 1) - 1
		   IF WS-GENERACIONS-MAX > DT-MAX - 1
			   COMPUTE WS-GENERACIONS-MAX = DT-MAX - 1
		   END-IF

		   IF WS-GENERACIONS > WS-GENERACIONS-MAX
			   DISPLAY "COPIASEG - ABEND: RETENCIO_BKP.TXT "
				   "DEMANA "
				   WS-GENERACIONS " GENERACIONS, MAXIM "
				   WS-GENERACIONS-MAX
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF.

	   FIN-LLEGIR-RETENCIO. EXIT.

	   CARREGAR-CATALEG.
		   OPEN INPUT CATALEG
		   IF FS-CATALEG NOT = "00"
			   GO TO FIN-CARREGAR-CATALEG
		   END-IF

		   PERFORM LLEGIR-CATALEG THRU FIN-LLEGIR-CATALEG
			   UNTIL FS-CATALEG NOT = "00"

		   CLOSE CATALEG.

	   FIN-CARREGAR-CATALEG. EXIT.

	   LLEGIR-CATALEG.
		   READ CATALEG
		   IF FS-CATALEG = "00"
			   IF CG-TOTAL >= CG-MAX
				   PERFORM ABEND-CATALEG-PLE
					   THRU FIN-ABEND-CATALEG-PLE
			   END-IF
			   ADD 1 TO CG-TOTAL
			   MOVE CG-DATA   TO CG-T-DATA(CG-TOTAL)
			   MOVE CG-FITXER TO CG-T-FITXER(CG-TOTAL)
			   MOVE "A"       TO CG-T-ESTAT(CG-TOTAL)
		   END-IF.

	   FIN-LLEGIR-CATALEG. EXIT.

	   ABEND-CATALEG-PLE.
		   DISPLAY "COPIASEG - ABEND: MES DE " CG-MAX
			   " ENTRADES A CATBKP.TXT"
		   PERFORM ALLIBERAR-TOKEN THRU FIN-ALLIBERAR-TOKEN
		   MOVE 16 TO RETURN-CODE
		   STOP RUN.

	   FIN-ABEND-CATALEG-PLE. EXIT.

	   ABEND-ENTRADA.
		   MOVE FI-NOM(FI-IDX) TO WS-NOM-ERROR
		   PERFORM ABEND-FITXER THRU FIN-ABEND-FITXER.

	   FIN-ABEND-ENTRADA. EXIT.

	   ABEND-FITXER.
		   DISPLAY "COPIASEG - ABEND: ESTAT " FS-ERROR
			   " EN OBRIR " WS-NOM-ERROR
		   PERFORM ALLIBERAR-TOKEN THRU FIN-ALLIBERAR-TOKEN
		   MOVE 16 TO RETURN-CODE
		   STOP RUN.

	   FIN-ABEND-FITXER. EXIT.

	   COPIAR-FITXER.
		   MOVE "FALSE" TO WS-PRESENT
		   MOVE ZERO TO WS-FX-REGISTRES
		   MOVE ZERO TO WS-FX-QUANTITAT
		   MOVE ZERO TO WS-FX-HASH

		   MOVE FI-NOM(FI-IDX) TO WS-NOM-IN
		   MOVE SPACES TO WS-NOM-OUT
		   STRING "BKP_" WS-DATA-AVUI "_" DELIMITED BY SIZE
			       FI-NOM(FI-IDX) DELIMITED BY " "
			       INTO WS-NOM-OUT

		   IF FI-TIPUS(FI-IDX) = "S"
			   PERFORM COPIAR-SEQUENCIAL
				   THRU FIN-COPIAR-SEQUENCIAL
		   ELSE
			   PERFORM DESCARREGAR-INDEXAT
				   THRU FIN-DESCARREGAR-INDEXAT
		   END-IF

		   MOVE SPACES TO MF-REG
		   MOVE WS-DATA-AVUI    TO MF-DATA
		   MOVE WS-HORA-COPIA   TO MF-HORA
		   MOVE FI-NOM(FI-IDX)  TO MF-FITXER
		   MOVE WS-FX-REGISTRES TO MF-REGISTRES
		   MOVE WS-FX-QUANTITAT TO MF-QUANTITAT
		   MOVE WS-FX-HASH      TO MF-HASH
		   IF WS-PRESENT = "TRUE"
			   MOVE "P" TO MF-ESTAT
			   ADD 1 TO WS-COMPT-COPIATS
			   PERFORM AFEGIR-CATALEG
				   THRU FIN-AFEGIR-CATALEG
		   ELSE
			   MOVE "A" TO MF-ESTAT
			   ADD 1 TO WS-COMPT-ABSENTS
			   DISPLAY "COPIASEG - " FI-NOM(FI-IDX)
				   " ABSENT, ANOTAT AL MANIFEST"
		   END-IF
		   WRITE MF-REG.

	   FIN-COPIAR-FITXER. EXIT.

	   COPIAR-SEQUENCIAL.
		   OPEN INPUT GENIN
		   IF FS-GENIN = "35"
			   GO TO FIN-COPIAR-SEQUENCIAL
		   END-IF
		   IF FS-GENIN NOT = "00"
			   MOVE FS-GENIN TO FS-ERROR
			   PERFORM ABEND-ENTRADA THRU FIN-ABEND-ENTRADA
		   END-IF
		   MOVE "TRUE" TO WS-PRESENT
		   PERFORM OBRIR-GENOUT THRU FIN-OBRIR-GENOUT

		   PERFORM COPIAR-LINIA THRU FIN-COPIAR-LINIA
			   UNTIL FS-GENIN NOT = "00"

		   CLOSE GENIN, GENOUT.

	   FIN-COPIAR-SEQUENCIAL. EXIT.

	   OBRIR-GENOUT.
		   OPEN OUTPUT GENOUT
		   IF FS-GENOUT NOT = "00"
			   MOVE FS-GENOUT  TO FS-ERROR
			   MOVE WS-NOM-OUT TO WS-NOM-ERROR
			   PERFORM ABEND-FITXER THRU FIN-ABEND-FITXER
		   END-IF.

	   FIN-OBRIR-GENOUT. EXIT.

	   COPIAR-LINIA.
		   READ GENIN
		   IF FS-GENIN = "00"
			   MOVE GI-REG TO WS-LINIA
			   PERFORM GRAVAR-LINIA THRU FIN-GRAVAR-LINIA
		   END-IF.

	   FIN-COPIAR-LINIA. EXIT.

	   DESCARREGAR-INDEXAT.
		   EVALUATE FI-NOM(FI-IDX)
			   WHEN "INDEXAT.TXT"
				   PERFORM DESC-INDEXADO
					   THRU FIN-DESC-INDEXADO
			   WHEN "PRODUCTES.TXT"
				   PERFORM DESC-PRODUCTES
					   THRU FIN-DESC-PRODUCTES
			   WHEN "ZONES.TXT"
				   PERFORM DESC-ZONES
					   THRU FIN-DESC-ZONES
			   WHEN "PERSONES.TXT"
				   PERFORM DESC-PERSMST
					   THRU FIN-DESC-PERSMST
			   WHEN "PERSFUS.TXT"
				   PERFORM DESC-PERSFUS
					   THRU FIN-DESC-PERSFUS
			   WHEN "PROVEIDORS.TXT"
				   PERFORM DESC-PROVMST
					   THRU FIN-DESC-PROVMST
			   WHEN "REGFACT.TXT"
				   PERFORM DESC-REGFACT
					   THRU FIN-DESC-REGFACT
			   WHEN "HISTESTOC.TXT"
				   PERFORM DESC-HISTESTOC
					   THRU FIN-DESC-HISTESTOC
			   WHEN "ARXIUIDX.TXT"
				   PERFORM DESC-ARXIU
					   THRU FIN-DESC-ARXIU
			   WHEN "APROVACIONS.TXT"
				   PERFORM DESC-APROVACIONS
					   THRU FIN-DESC-APROVACIONS
		   END-EVALUATE.

	   FIN-DESCARREGAR-INDEXAT. EXIT.

	   DESC-INDEXADO.
		   OPEN INPUT INDEXADO
		   IF FS-INDEXADO = "35"
			   GO TO FIN-DESC-INDEXADO
		   END-IF
		   IF FS-INDEXADO NOT = "00"
			   MOVE FS-INDEXADO TO FS-ERROR
			   PERFORM ABEND-ENTRADA THRU FIN-ABEND-ENTRADA
		   END-IF
		   MOVE "TRUE" TO WS-PRESENT
		   PERFORM OBRIR-GENOUT THRU FIN-OBRIR-GENOUT
		   PERFORM LLEGIR-INDEXADO THRU FIN-LLEGIR-INDEXADO
			   UNTIL FS-INDEXADO NOT = "00"
		   CLOSE INDEXADO, GENOUT.

	   FIN-DESC-INDEXADO. EXIT.

	   LLEGIR-INDEXADO.
		   READ INDEXADO NEXT RECORD
		   IF FS-INDEXADO = "00"
			   MOVE INDEXADO-OUT TO WS-LINIA
			   PERFORM GRAVAR-LINIA THRU FIN-GRAVAR-LINIA
		   END-IF.

	   FIN-LLEGIR-INDEXADO. EXIT.

	   DESC-PRODUCTES.
		   OPEN INPUT PRODUCTES
		   IF FS-PRODUCTES = "35"
			   GO TO FIN-DESC-PRODUCTES
		   END-IF
		   IF FS-PRODUCTES NOT = "00"
			   MOVE FS-PRODUCTES TO FS-ERROR
			   PERFORM ABEND-ENTRADA THRU FIN-ABEND-ENTRADA
		   END-IF
		   MOVE "TRUE" TO WS-PRESENT
		   PERFORM OBRIR-GENOUT THRU FIN-OBRIR-GENOUT
		   PERFORM LLEGIR-PRODUCTES THRU FIN-LLEGIR-PRODUCTES
			   UNTIL FS-PRODUCTES NOT = "00"
		   CLOSE PRODUCTES, GENOUT.

	   FIN-DESC-PRODUCTES. EXIT.

	   LLEGIR-PRODUCTES.
		   READ PRODUCTES NEXT RECORD
		   IF FS-PRODUCTES = "00"
			   MOVE PR-REG TO WS-LINIA
			   PERFORM GRAVAR-LINIA THRU FIN-GRAVAR-LINIA
		   END-IF.

	   FIN-LLEGIR-PRODUCTES. EXIT.

	   DESC-ZONES.
		   OPEN INPUT ZONES
		   IF FS-ZONES = "35"
			   GO TO FIN-DESC-ZONES
		   END-IF
		   IF FS-ZONES NOT = "00"
			   MOVE FS-ZONES TO FS-ERROR
			   PERFORM ABEND-ENTRADA THRU FIN-ABEND-ENTRADA
		   END-IF
		   MOVE "TRUE" TO WS-PRESENT
		   PERFORM OBRIR-GENOUT THRU FIN-OBRIR-GENOUT
		   PERFORM LLEGIR-ZONES THRU FIN-LLEGIR-ZONES
			   UNTIL FS-ZONES NOT = "00"
		   CLOSE ZONES, GENOUT.

	   FIN-DESC-ZONES. EXIT.

	   LLEGIR-ZONES.
		   READ ZONES NEXT RECORD
		   IF FS-ZONES = "00"
			   MOVE ZM-REG TO WS-LINIA
			   PERFORM GRAVAR-LINIA THRU FIN-GRAVAR-LINIA
		   END-IF.

	   FIN-LLEGIR-ZONES. EXIT.

	   DESC-PERSMST.
		   OPEN INPUT PERSMST
		   IF FS-PERSMST = "35"
			   GO TO FIN-DESC-PERSMST
		   END-IF
		   IF FS-PERSMST NOT = "00"
			   MOVE FS-PERSMST TO FS-ERROR
			   PERFORM ABEND-ENTRADA THRU FIN-ABEND-ENTRADA
		   END-IF
		   MOVE "TRUE" TO WS-PRESENT
		   PERFORM OBRIR-GENOUT THRU FIN-OBRIR-GENOUT
		   PERFORM LLEGIR-PERSMST THRU FIN-LLEGIR-PERSMST
			   UNTIL FS-PERSMST NOT = "00"
		   CLOSE PERSMST, GENOUT.

	   FIN-DESC-PERSMST. EXIT.

	   LLEGIR-PERSMST.
		   READ PERSMST NEXT RECORD
		   IF FS-PERSMST = "00"
			   MOVE PM-REG TO WS-LINIA
			   PERFORM GRAVAR-LINIA THRU FIN-GRAVAR-LINIA
		   END-IF.

	   FIN-LLEGIR-PERSMST. EXIT.

	   DESC-PERSFUS.
		   OPEN INPUT PERSFUS
		   IF FS-PERSFUS = "35"
			   GO TO FIN-DESC-PERSFUS
		   END-IF
		   IF FS-PERSFUS NOT = "00"
			   MOVE FS-PERSFUS TO FS-ERROR
			   PERFORM ABEND-ENTRADA THRU FIN-ABEND-ENTRADA
		   END-IF
		   MOVE "TRUE" TO WS-PRESENT
		   PERFORM OBRIR-GENOUT THRU FIN-OBRIR-GENOUT
		   PERFORM LLEGIR-PERSFUS THRU FIN-LLEGIR-PERSFUS
			   UNTIL FS-PERSFUS NOT = "00"
		   CLOSE PERSFUS, GENOUT.

	   FIN-DESC-PERSFUS. EXIT.

	   LLEGIR-PERSFUS.
		   READ PERSFUS NEXT RECORD
		   IF FS-PERSFUS = "00"
			   MOVE PF-REG TO WS-LINIA
			   PERFORM GRAVAR-LINIA THRU FIN-GRAVAR-LINIA
		   END-IF.

	   FIN-LLEGIR-PERSFUS. EXIT.

	   DESC-PROVMST.
		   OPEN INPUT PROVMST
		   IF FS-PROVEIDORS = "35"
			   GO TO FIN-DESC-PROVMST
		   END-IF
		   IF FS-PROVEIDORS NOT = "00"
			   MOVE FS-PROVEIDORS TO FS-ERROR
			   PERFORM ABEND-ENTRADA THRU FIN-ABEND-ENTRADA
		   END-IF
		   MOVE "TRUE" TO WS-PRESENT
		   PERFORM OBRIR-GENOUT THRU FIN-OBRIR-GENOUT
		   PERFORM LLEGIR-PROVMST THRU FIN-LLEGIR-PROVMST
			   UNTIL FS-PROVEIDORS NOT = "00"
		   CLOSE PROVMST, GENOUT.

	   FIN-DESC-PROVMST. EXIT.

	   LLEGIR-PROVMST.
		   READ PROVMST NEXT RECORD
		   IF FS-PROVEIDORS = "00"
			   MOVE PV-REG TO WS-LINIA
			   PERFORM GRAVAR-LINIA THRU FIN-GRAVAR-LINIA
		   END-IF.

	   FIN-LLEGIR-PROVMST. EXIT.

	   DESC-REGFACT.
		   OPEN INPUT REGFACT
		   IF FS-REGFACT = "35"
			   GO TO FIN-DESC-REGFACT
		   END-IF
		   IF FS-REGFACT NOT = "00"
			   MOVE FS-REGFACT TO FS-ERROR
			   PERFORM ABEND-ENTRADA THRU FIN-ABEND-ENTRADA
		   END-IF
		   MOVE "TRUE" TO WS-PRESENT
		   PERFORM OBRIR-GENOUT THRU FIN-OBRIR-GENOUT
		   PERFORM LLEGIR-REGFACT THRU FIN-LLEGIR-REGFACT
			   UNTIL FS-REGFACT NOT = "00"
		   CLOSE REGFACT, GENOUT.

	   FIN-DESC-REGFACT. EXIT.

	   LLEGIR-REGFACT.
		   READ REGFACT NEXT RECORD
		   IF FS-REGFACT = "00"
			   MOVE RG-REG TO WS-LINIA
			   PERFORM GRAVAR-LINIA THRU FIN-GRAVAR-LINIA
		   END-IF.

	   FIN-LLEGIR-REGFACT. EXIT.

	   DESC-HISTESTOC.
		   OPEN INPUT HISTESTOC
		   IF FS-HISTESTOC = "35"
			   GO TO FIN-DESC-HISTESTOC
		   END-IF
		   IF FS-HISTESTOC NOT = "00"
			   MOVE FS-HISTESTOC TO FS-ERROR
			   PERFORM ABEND-ENTRADA THRU FIN-ABEND-ENTRADA
		   END-IF
		   MOVE "TRUE" TO WS-PRESENT
		   PERFORM OBRIR-GENOUT THRU FIN-OBRIR-GENOUT
		   PERFORM LLEGIR-HISTESTOC THRU FIN-LLEGIR-HISTESTOC
			   UNTIL FS-HISTESTOC NOT = "00"
		   CLOSE HISTESTOC, GENOUT.

	   FIN-DESC-HISTESTOC. EXIT.

	   LLEGIR-HISTESTOC.
		   READ HISTESTOC NEXT RECORD
		   IF FS-HISTESTOC = "00"
			   MOVE HS-REG TO WS-LINIA
			   PERFORM GRAVAR-LINIA THRU FIN-GRAVAR-LINIA
		   END-IF.

	   FIN-LLEGIR-HISTESTOC. EXIT.

	   DESC-ARXIU.
		   OPEN INPUT ARXIU
		   IF FS-ARXIU = "35"
			   GO TO FIN-DESC-ARXIU
		   END-IF
		   IF FS-ARXIU NOT = "00"
			   MOVE FS-ARXIU TO FS-ERROR
			   PERFORM ABEND-ENTRADA THRU FIN-ABEND-ENTRADA
		   END-IF
		   MOVE "TRUE" TO WS-PRESENT
		   PERFORM OBRIR-GENOUT THRU FIN-OBRIR-GENOUT
		   PERFORM LLEGIR-ARXIU THRU FIN-LLEGIR-ARXIU
			   UNTIL FS-ARXIU NOT = "00"
		   CLOSE ARXIU, GENOUT.

	   FIN-DESC-ARXIU. EXIT.

	   LLEGIR-ARXIU.
		   READ ARXIU NEXT RECORD
		   IF FS-ARXIU = "00"
			   MOVE AR-REG TO WS-LINIA
			   PERFORM GRAVAR-LINIA THRU FIN-GRAVAR-LINIA
		   END-IF.

	   FIN-LLEGIR-ARXIU. EXIT.

	   DESC-APROVACIONS.
		   OPEN INPUT APROVACIONS
		   IF FS-APROVACIONS = "35"
			   GO TO FIN-DESC-APROVACIONS
		   END-IF
		   IF FS-APROVACIONS NOT = "00"
			   MOVE FS-APROVACIONS TO FS-ERROR
			   PERFORM ABEND-ENTRADA THRU FIN-ABEND-ENTRADA
		   END-IF
		   MOVE "TRUE" TO WS-PRESENT
		   PERFORM OBRIR-GENOUT THRU FIN-OBRIR-GENOUT
		   PERFORM LLEGIR-APROVACIONS
			   THRU FIN-LLEGIR-APROVACIONS
			   UNTIL FS-APROVACIONS NOT = "00"
		   CLOSE APROVACIONS, GENOUT.

	   FIN-DESC-APROVACIONS. EXIT.

	   LLEGIR-APROVACIONS.
		   READ APROVACIONS NEXT RECORD
		   IF FS-APROVACIONS = "00"
			   MOVE PA-REG TO WS-LINIA
			   PERFORM GRAVAR-LINIA THRU FIN-GRAVAR-LINIA
		   END-IF.

	   FIN-LLEGIR-APROVACIONS. EXIT.

	   GRAVAR-LINIA.
		   ADD 1 TO WS-FX-REGISTRES
		   ADD 1 TO WS-COMPT-REGISTRES
		   PERFORM SUMAR-DIGIT THRU FIN-SUMAR-DIGIT
			   VARYING WS-POS FROM 1 BY 1
			   UNTIL WS-POS > 200
		   WRITE GO-REG FROM WS-LINIA.

	   FIN-GRAVAR-LINIA. EXIT.

	   SUMAR-DIGIT.
		   IF WS-CAR(WS-POS) IS NOT NUMERIC
			   GO TO FIN-SUMAR-DIGIT
		   END-IF
		   MOVE WS-CAR(WS-POS) TO WS-DIGIT-X
		   ADD WS-DIGIT TO WS-FX-QUANTITAT
		   COMPUTE WS-PES = WS-DIGIT * WS-POS
		   ADD WS-PES TO WS-FX-HASH.

	   FIN-SUMAR-DIGIT. EXIT.

	   AFEGIR-CATALEG.
		   MOVE "FALSE" TO WS-TROBAT
		   PERFORM CERCAR-CATALEG THRU FIN-CERCAR-CATALEG
			   VARYING CG-IDX FROM 1 BY 1
			   UNTIL CG-IDX > CG-TOTAL OR WS-TROBAT = "TRUE"
		   IF WS-TROBAT = "TRUE"
			   GO TO FIN-AFEGIR-CATALEG
		   END-IF

		   IF CG-TOTAL >= CG-MAX
			   PERFORM ABEND-CATALEG-PLE
				   THRU FIN-ABEND-CATALEG-PLE
		   END-IF
		   ADD 1 TO CG-TOTAL
		   MOVE WS-DATA-AVUI TO CG-T-DATA(CG-TOTAL)
		   MOVE WS-NOM-OUT   TO CG-T-FITXER(CG-TOTAL)
		   MOVE "A"          TO CG-T-ESTAT(CG-TOTAL).

	   FIN-AFEGIR-CATALEG. EXIT.

	   CERCAR-CATALEG.
		   IF CG-T-FITXER(CG-IDX) = WS-NOM-OUT
			   MOVE "TRUE" TO WS-TROBAT
		   END-IF.

	   FIN-CERCAR-CATALEG. EXIT.

	   PURGAR-ANTIGUES.
		   MOVE ZERO TO DT-TOTAL
		   PERFORM RECOLLIR-DATA THRU FIN-RECOLLIR-DATA
			   VARYING CG-IDX FROM 1 BY 1
			   UNTIL CG-IDX > CG-TOTAL

		   IF DT-TOTAL <= WS-GENERACIONS
			   GO TO FIN-PURGAR-ANTIGUES
		   END-IF

		   COMPUTE DT-A-PURGAR = DT-TOTAL - WS-GENERACIONS
		   PERFORM PURGAR-DATA THRU FIN-PURGAR-DATA
			   VARYING DT-IDX FROM 1 BY 1
			   UNTIL DT-IDX > DT-A-PURGAR.

	   FIN-PURGAR-ANTIGUES. EXIT.

	   RECOLLIR-DATA.
		   MOVE "FALSE" TO WS-TROBAT
		   PERFORM CERCAR-DATA THRU FIN-CERCAR-DATA
			   VARYING DT-IDX FROM 1 BY 1
			   UNTIL DT-IDX > DT-TOTAL OR WS-TROBAT = "TRUE"
		   IF WS-TROBAT = "TRUE"
			   GO TO FIN-RECOLLIR-DATA
		   END-IF

		   IF DT-TOTAL >= DT-MAX
			   DISPLAY "COPIASEG - ABEND: MES DE " DT-MAX
				   " GENERACIONS A CATBKP.TXT"
			   PERFORM ALLIBERAR-TOKEN
				   THRU FIN-ALLIBERAR-TOKEN
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF
		   ADD 1 TO DT-TOTAL
		   MOVE CG-T-DATA(CG-IDX) TO DT-DATA(DT-TOTAL).

	   FIN-RECOLLIR-DATA. EXIT.

	   CERCAR-DATA.
		   IF DT-DATA(DT-IDX) = CG-T-DATA(CG-IDX)
			   MOVE "TRUE" TO WS-TROBAT
		   END-IF.

	   FIN-CERCAR-DATA. EXIT.

	   PURGAR-DATA.
		   PERFORM PURGAR-ENTRADA THRU FIN-PURGAR-ENTRADA
			   VARYING CG-IDX FROM 1 BY 1
			   UNTIL CG-IDX > CG-TOTAL.

	   FIN-PURGAR-DATA. EXIT.

	   PURGAR-ENTRADA.
		   IF CG-T-DATA(CG-IDX) = DT-DATA(DT-IDX)
			  AND CG-T-ESTAT(CG-IDX) = "A"
			   MOVE CG-T-FITXER(CG-IDX) TO WS-NOM-IN
			   DELETE FILE GENIN
			   MOVE "P" TO CG-T-ESTAT(CG-IDX)
			   ADD 1 TO WS-COMPT-PURGATS
		   END-IF.

	   FIN-PURGAR-ENTRADA. EXIT.

	   GRAVAR-CATALEG.
		   OPEN OUTPUT CATALEG
		   PERFORM GRAVAR-ENTRADA THRU FIN-GRAVAR-ENTRADA
			   VARYING CG-IDX FROM 1 BY 1
			   UNTIL CG-IDX > CG-TOTAL
		   CLOSE CATALEG.

	   FIN-GRAVAR-CATALEG. EXIT.

	   GRAVAR-ENTRADA.
		   IF CG-T-ESTAT(CG-IDX) = "A"
			   MOVE SPACES              TO CG-REG
			   MOVE CG-T-DATA(CG-IDX)   TO CG-DATA
			   MOVE CG-T-FITXER(CG-IDX) TO CG-FITXER
			   WRITE CG-REG
		   END-IF.

	   FIN-GRAVAR-ENTRADA. EXIT.

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
		   MOVE WS-DATA-AVUI           TO CT-VALOR
		   WRITE CT-REG
		   MOVE "GENERACIONS RETINGUDES" TO CT-ETIQUETA
		   MOVE WS-GENERACIONS         TO CT-VALOR
		   WRITE CT-REG
		   MOVE "FITXERS COPIATS"      TO CT-ETIQUETA
		   MOVE WS-COMPT-COPIATS       TO CT-VALOR
		   WRITE CT-REG
		   MOVE "FITXERS ABSENTS"      TO CT-ETIQUETA
		   MOVE WS-COMPT-ABSENTS       TO CT-VALOR
		   WRITE CT-REG
		   MOVE "REGISTRES COPIATS"    TO CT-ETIQUETA
		   MOVE WS-COMPT-REGISTRES     TO CT-VALOR
		   WRITE CT-REG
		   MOVE "FITXERS PURGATS"      TO CT-ETIQUETA
		   MOVE WS-COMPT-PURGATS       TO CT-VALOR
		   WRITE CT-REG

		   CLOSE RPTCONTROL.

	   FIN-ESCRIURE-RPTCONTROL. EXIT.
