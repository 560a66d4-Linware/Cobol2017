	   IDENTIFICATION DIVISION.
	   PROGRAM-ID. COMPPER.
	   ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
	   FILE-CONTROL.
		   SELECT PERIODE
			   ASSIGN TO "PERIODE.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-PERIODE.
		   SELECT HISTESTOC
			   ASSIGN TO "HISTESTOC.TXT"
				   ACCESS MODE IS DYNAMIC
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS HS-CLAU
				   FILE STATUS IS FS-HISTESTOC.
		   SELECT PRODUCTES
			   ASSIGN TO "PRODUCTES.TXT"
				   ACCESS MODE IS DYNAMIC
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS PR-ID-PRODUCTE
				   FILE STATUS IS FS-PRODUCTES.
		   SELECT COMPARACIO
			   ASSIGN TO "COMPARPER.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT RPTCONTROL
			   ASSIGN TO "CONTROL_CPE.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.

	   DATA DIVISION.
	   FILE SECTION.
	   FD PERIODE.
			 01 PD-REG.
				 05 PD-PERIODE     PIC X(6).
				 05 FILLER         PIC X(1).
				 05 PD-DATA-INICI  PIC X(8).
				 05 FILLER         PIC X(1).
				 05 PD-DATA-FI     PIC X(8).

	   FD HISTESTOC.
			 01 HS-REG.
				 05 HS-CLAU.
					 10 HS-PERIODE  PIC X(6).
					 10 HS-NUMERO1  PIC 9(5).
				 05 HS-ID-PRODUCTE PIC X(2).
				 05 HS-CANTIDAD    PIC 9(3).
				 05 HS-PREU-UNITAT PIC 9(4)V99.
				 05 HS-VALOR       PIC 9(7)V99.

	   FD PRODUCTES.
			 01 PR-REG.
				 05 PR-ID-PRODUCTE PIC X(2).
				 05 PR-DESCRIPCIO  PIC X(20).
				 05 PR-PROVEIDOR   PIC X(5).
				 05 PR-MINIM       PIC 9(3).

	   FD COMPARACIO.
			 01 CM-LINIA          PIC X(100).

	   FD RPTCONTROL.
			 01 CT-REG.
				 05 CT-ETIQUETA    PIC X(25).
				 05 FILLER         PIC X(1).
				 05 CT-VALOR       PIC X(20).

	   WORKING-STORAGE SECTION.
		   01 FIN-FICHERO PIC X(5) VALUE "FALSE".
		   01 FS-PERIODE     PIC X(2).
		   01 FS-HISTESTOC   PIC X(2).
		   01 FS-PRODUCTES   PIC X(2).
		   01 WS-MESTRE-OBERT PIC X(5) VALUE "FALSE".
		   01 WS-MODE PIC X(32) VALUE SPACES.

		   01 WS-PERIODE-TANCAT.
			   05 WS-TAN-ANY     PIC 9(4).
			   05 WS-TAN-MES     PIC 9(2).
		   01 WS-PERIODE-ANTERIOR.
			   05 WS-ANT-ANY     PIC 9(4).
			   05 WS-ANT-MES     PIC 9(2).
		   01 WS-PERIODE-CARREGA PIC X(6).
		   01 WS-COLUMNA        PIC X(1).

		   01 WS-CONTADORS.
			   05 WS-COMPT-ANTERIORS  PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-TANCATS    PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-PRODUCTES  PIC 9(5) VALUE ZERO.

		   01 WS-TOTALS.
			   05 WS-TOT-QTY-ANT  PIC 9(9) VALUE ZERO.
			   05 WS-TOT-QTY-TAN  PIC 9(9) VALUE ZERO.
			   05 WS-TOT-VAL-ANT  PIC 9(11)V99 VALUE ZERO.
			   05 WS-TOT-VAL-TAN  PIC 9(11)V99 VALUE ZERO.
		   01 WS-DIF-QUANTITAT  PIC S9(9).
		   01 WS-DIF-VALOR      PIC S9(11)V99.
		   01 WS-DESCRIPCIO     PIC X(20).

		   01 WS-TEMPS.
			   05 WS-DATA-INICI  PIC X(8).
			   05 WS-HORA-INICI  PIC X(8).
			   05 WS-DATA-FI     PIC X(8).
			   05 WS-HORA-FI     PIC X(8).

		   01 CP-MAX            PIC 9(3) VALUE 50.
		   01 CP-TOTAL          PIC 9(3) VALUE ZERO.
		   01 CP-IDX            PIC 9(3).
		   01 CP-TROBAT         PIC X(5).
		   01 CP-TAULA-PRODUCTES.
			   05 CP-ENTRADA OCCURS 50 TIMES.
				   10 CP-ID-PRODUCTE PIC X(2).
				   10 CP-QTY-ANT     PIC 9(7).
				   10 CP-QTY-TAN     PIC 9(7).
				   10 CP-VAL-ANT     PIC 9(9)V99.
				   10 CP-VAL-TAN     PIC 9(9)V99.

		   01 LINIA-CAPCALERA.
			   05 FILLER         PIC X(30)
				   VALUE "COMPARACIO D'ESTOC TANCAT: ".
			   05 LC-TANCAT      PIC X(6).
			   05 FILLER         PIC X(12)
				   VALUE "  ANTERIOR: ".
			   05 LC-ANTERIOR    PIC X(6).

		   01 LINIA-TITOLS.
			   05 FILLER         PIC X(24)
				   VALUE "PR DESCRIPCIO".
			   05 FILLER         PIC X(27)
				   VALUE "QTY.OBER QTY.TANC  DIF.QTY ".
			   05 FILLER         PIC X(15)
				   VALUE "   VALOR OBERT ".
			   05 FILLER         PIC X(15)
				   VALUE "  VALOR TANCAT ".
			   05 FILLER         PIC X(14)
				   VALUE "     DIF.VALOR".

		   01 LINIA-DETALL.
			   05 LD-ID-PRODUCTE PIC X(2).
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-DESCRIPCIO  PIC X(20).
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-QTY-ANT     PIC Z(7)9.
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-QTY-TAN     PIC Z(7)9.
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-QTY-DIF     PIC -(7)9.
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-VAL-ANT     PIC Z(10)9.99.
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-VAL-TAN     PIC Z(10)9.99.
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-VAL-DIF     PIC -(10)9.99.

	   PROCEDURE DIVISION.
	   MAINLINE.
		   ACCEPT WS-MODE FROM COMMAND-LINE
		   ACCEPT WS-DATA-INICI FROM DATE
		   ACCEPT WS-HORA-INICI FROM TIME

		   PERFORM DETERMINAR-PERIODES
			   THRU FIN-DETERMINAR-PERIODES

		   OPEN INPUT HISTESTOC
		   IF FS-HISTESTOC NOT = "00"
			   DISPLAY "COMPPER - ABEND: NO ES POT OBRIR "
				   "L'HISTORIC D'ESTOC (HISTESTOC.TXT)"
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF

		   MOVE WS-PERIODE-ANTERIOR TO WS-PERIODE-CARREGA
		   MOVE "A" TO WS-COLUMNA
		   PERFORM CARREGAR-PERIODE THRU FIN-CARREGAR-PERIODE
		   MOVE WS-PERIODE-TANCAT TO WS-PERIODE-CARREGA
		   MOVE "T" TO WS-COLUMNA
		   PERFORM CARREGAR-PERIODE THRU FIN-CARREGAR-PERIODE

		   CLOSE HISTESTOC

		   PERFORM INFORMAR-RTN THRU FIN-INFORMAR-RTN

		   PERFORM ESCRIURE-RPTCONTROL
			   THRU FIN-ESCRIURE-RPTCONTROL

		   STOP RUN.

	   FIN-MAINLINE. EXIT.

	   DETERMINAR-PERIODES.
		   IF WS-MODE(1:6) IS NUMERIC
			   MOVE WS-MODE(1:6) TO WS-PERIODE-TANCAT
		   ELSE
			   PERFORM LLEGIR-PERIODE
				   THRU FIN-LLEGIR-PERIODE
		   END-IF

		   MOVE WS-TAN-ANY TO WS-ANT-ANY
		   MOVE WS-TAN-MES TO WS-ANT-MES
		   IF WS-ANT-MES = 1
			   MOVE 12 TO WS-ANT-MES
			   SUBTRACT 1 FROM WS-ANT-ANY
		   ELSE
			   SUBTRACT 1 FROM WS-ANT-MES
		   END-IF.

	   FIN-DETERMINAR-PERIODES. EXIT.

	   LLEGIR-PERIODE.
		   OPEN INPUT PERIODE
		   IF FS-PERIODE NOT = "00"
			   DISPLAY "COMPPER - ABEND: FITXER DE "
				   "PERIODE (PERIODE.TXT) ABSENT"
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF
		   READ PERIODE
		   IF FS-PERIODE NOT = "00"
			   DISPLAY "COMPPER - ABEND: PERIODE.TXT "
				   "SENSE PERIODE OBERT"
			   MOVE 16 TO RETURN-CODE
			   CLOSE PERIODE
			   STOP RUN
		   END-IF
		   CLOSE PERIODE

		   MOVE PD-PERIODE TO WS-PERIODE-TANCAT
		   IF WS-TAN-MES = 1
			   MOVE 12 TO WS-TAN-MES
			   SUBTRACT 1 FROM WS-TAN-ANY
		   ELSE
			   SUBTRACT 1 FROM WS-TAN-MES
		   END-IF.

	   FIN-LLEGIR-PERIODE. EXIT.

	   CARREGAR-PERIODE.
		   MOVE "FALSE" TO FIN-FICHERO
		   MOVE WS-PERIODE-CARREGA TO HS-PERIODE
		   MOVE ZERO TO HS-NUMERO1
		   START HISTESTOC KEY IS >= HS-CLAU
			   INVALID KEY SET FIN-FICHERO TO "TRUE"
		   END-START

		   IF FIN-FICHERO NOT = "TRUE"
			   READ HISTESTOC NEXT RECORD
				   AT END SET FIN-FICHERO TO "TRUE"
			   END-READ
		   END-IF

		   PERFORM ACUMULAR-REGISTRE THRU FIN-ACUMULAR-REGISTRE
			   UNTIL FIN-FICHERO = "TRUE".

	   FIN-CARREGAR-PERIODE. EXIT.

	   ACUMULAR-REGISTRE.
		   IF HS-PERIODE NOT = WS-PERIODE-CARREGA
			   SET FIN-FICHERO TO "TRUE"
			   GO TO FIN-ACUMULAR-REGISTRE
		   END-IF

		   MOVE "FALSE" TO CP-TROBAT
		   PERFORM CERCAR-PRODUCTE THRU FIN-CERCAR-PRODUCTE
			   VARYING CP-IDX FROM 1 BY 1
			   UNTIL CP-IDX > CP-TOTAL
				   OR CP-TROBAT = "TRUE"

		   IF CP-TROBAT NOT = "TRUE"
			   IF CP-TOTAL >= CP-MAX
				   DISPLAY "COMPPER - ABEND: MES DE "
					   CP-MAX
					   " PRODUCTES A L'HISTORIC"
				   MOVE 16 TO RETURN-CODE
				   CLOSE HISTESTOC
				   STOP RUN
			   END-IF
			   ADD 1 TO CP-TOTAL
			   MOVE HS-ID-PRODUCTE
				   TO CP-ID-PRODUCTE(CP-TOTAL)
			   MOVE ZERO TO CP-QTY-ANT(CP-TOTAL)
			   MOVE ZERO TO CP-QTY-TAN(CP-TOTAL)
			   MOVE ZERO TO CP-VAL-ANT(CP-TOTAL)
			   MOVE ZERO TO CP-VAL-TAN(CP-TOTAL)
			   MOVE CP-TOTAL TO CP-IDX
		   ELSE
			   SUBTRACT 1 FROM CP-IDX
		   END-IF

		   IF WS-COLUMNA = "A"
			   ADD 1 TO WS-COMPT-ANTERIORS
			   ADD HS-CANTIDAD TO CP-QTY-ANT(CP-IDX)
			   ADD HS-VALOR    TO CP-VAL-ANT(CP-IDX)
		   ELSE
			   ADD 1 TO WS-COMPT-TANCATS
			   ADD HS-CANTIDAD TO CP-QTY-TAN(CP-IDX)
			   ADD HS-VALOR    TO CP-VAL-TAN(CP-IDX)
		   END-IF

		   READ HISTESTOC NEXT RECORD
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-ACUMULAR-REGISTRE. EXIT.

	   CERCAR-PRODUCTE.
		   IF CP-ID-PRODUCTE(CP-IDX) = HS-ID-PRODUCTE
			   MOVE "TRUE" TO CP-TROBAT
		   END-IF.

	   FIN-CERCAR-PRODUCTE. EXIT.

	   INFORMAR-RTN.
		   OPEN OUTPUT COMPARACIO

		   OPEN INPUT PRODUCTES
		   IF FS-PRODUCTES = "00"
			   MOVE "TRUE" TO WS-MESTRE-OBERT
		   END-IF

		   MOVE WS-PERIODE-TANCAT   TO LC-TANCAT
		   MOVE WS-PERIODE-ANTERIOR TO LC-ANTERIOR
		   WRITE CM-LINIA FROM LINIA-CAPCALERA
		   MOVE SPACES TO CM-LINIA
		   WRITE CM-LINIA
		   WRITE CM-LINIA FROM LINIA-TITOLS

		   PERFORM ESCRIURE-PRODUCTE THRU FIN-ESCRIURE-PRODUCTE
			   VARYING CP-IDX FROM 1 BY 1
			   UNTIL CP-IDX > CP-TOTAL

		   MOVE SPACES TO CM-LINIA
		   WRITE CM-LINIA
		   MOVE SPACES            TO LD-ID-PRODUCTE
		   MOVE "TOTAL"           TO LD-DESCRIPCIO
		   MOVE WS-TOT-QTY-ANT    TO LD-QTY-ANT
		   MOVE WS-TOT-QTY-TAN    TO LD-QTY-TAN
		   COMPUTE WS-DIF-QUANTITAT =
			   WS-TOT-QTY-TAN - WS-TOT-QTY-ANT
		   MOVE WS-DIF-QUANTITAT  TO LD-QTY-DIF
		   MOVE WS-TOT-VAL-ANT    TO LD-VAL-ANT
		   MOVE WS-TOT-VAL-TAN    TO LD-VAL-TAN
		   COMPUTE WS-DIF-VALOR =
			   WS-TOT-VAL-TAN - WS-TOT-VAL-ANT
		   MOVE WS-DIF-VALOR      TO LD-VAL-DIF
		   WRITE CM-LINIA FROM LINIA-DETALL

		   IF WS-MESTRE-OBERT = "TRUE"
			   CLOSE PRODUCTES
		   END-IF
		   CLOSE COMPARACIO.

	   FIN-INFORMAR-RTN. EXIT.

	   ESCRIURE-PRODUCTE.
		   ADD 1 TO WS-COMPT-PRODUCTES
		   MOVE SPACES TO WS-DESCRIPCIO
		   IF WS-MESTRE-OBERT = "TRUE"
			   MOVE CP-ID-PRODUCTE(CP-IDX) TO PR-ID-PRODUCTE
			   READ PRODUCTES
				   INVALID KEY
					   MOVE "*** SENSE MESTRE ***"
						   TO WS-DESCRIPCIO
				   NOT INVALID KEY
					   MOVE PR-DESCRIPCIO
						   TO WS-DESCRIPCIO
			   END-READ
		   END-IF

		   MOVE CP-ID-PRODUCTE(CP-IDX) TO LD-ID-PRODUCTE
		   MOVE WS-DESCRIPCIO          TO LD-DESCRIPCIO
		   MOVE CP-QTY-ANT(CP-IDX)     TO LD-QTY-ANT
		   MOVE CP-QTY-TAN(CP-IDX)     TO LD-QTY-TAN
		   COMPUTE WS-DIF-QUANTITAT =
			   CP-QTY-TAN(CP-IDX) - CP-QTY-ANT(CP-IDX)
		   MOVE WS-DIF-QUANTITAT       TO LD-QTY-DIF
		   MOVE CP-VAL-ANT(CP-IDX)     TO LD-VAL-ANT
		   MOVE CP-VAL-TAN(CP-IDX)     TO LD-VAL-TAN
		   COMPUTE WS-DIF-VALOR =
			   CP-VAL-TAN(CP-IDX) - CP-VAL-ANT(CP-IDX)
		   MOVE WS-DIF-VALOR           TO LD-VAL-DIF
		   WRITE CM-LINIA FROM LINIA-DETALL

		   ADD CP-QTY-ANT(CP-IDX) TO WS-TOT-QTY-ANT
		   ADD CP-QTY-TAN(CP-IDX) TO WS-TOT-QTY-TAN
		   ADD CP-VAL-ANT(CP-IDX) TO WS-TOT-VAL-ANT
		   ADD CP-VAL-TAN(CP-IDX) TO WS-TOT-VAL-TAN.

	   FIN-ESCRIURE-PRODUCTE. EXIT.

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
		   MOVE "PERIODE TANCAT"       TO CT-ETIQUETA
		   MOVE WS-PERIODE-TANCAT      TO CT-VALOR
		   WRITE CT-REG
		   MOVE "PERIODE ANTERIOR"     TO CT-ETIQUETA
		   MOVE WS-PERIODE-ANTERIOR    TO CT-VALOR
		   WRITE CT-REG
		   MOVE "REGISTRES ANTERIOR"   TO CT-ETIQUETA
		   MOVE WS-COMPT-ANTERIORS     TO CT-VALOR
		   WRITE CT-REG
		   MOVE "REGISTRES TANCAT"     TO CT-ETIQUETA
		   MOVE WS-COMPT-TANCATS       TO CT-VALOR
		   WRITE CT-REG
		   MOVE "PRODUCTES COMPARATS"  TO CT-ETIQUETA
		   MOVE WS-COMPT-PRODUCTES     TO CT-VALOR
		   WRITE CT-REG

		   CLOSE RPTCONTROL.

	   FIN-ESCRIURE-RPTCONTROL. EXIT.
