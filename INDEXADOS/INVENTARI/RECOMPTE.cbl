	   IDENTIFICATION DIVISION.
	   PROGRAM-ID. RECOMPTE.
	   ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
	   FILE-CONTROL.
		   SELECT INDEXADO
			   ASSIGN TO "INDEXAT.TXT"
				   ACCESS MODE IS DYNAMIC
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS NUMERO1
				   FILE STATUS IS FS-INDEXADO.
		   SELECT COMPTATGE
			   ASSIGN TO "RECOMPTE.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-COMPTATGE.
		   SELECT TOLERANCIA
			   ASSIGN TO "TOLERANCIA.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-TOLERANCIA.
		   SELECT OPTIONAL MOVFILE
			   ASSIGN TO "MOVIMENTS.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT VARIANCIES
			   ASSIGN TO "VARIANCIES.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT RPTCONTROL
			   ASSIGN TO "CONTROL_RCP.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT OPTIONAL EXCEPCIONS
			   ASSIGN TO "EXCEPCIONS.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.

	   DATA DIVISION.
	   FILE SECTION.
	   FD INDEXADO.
			 01 INDEXADO-OUT.
				 05 NUMERO1        PIC 9(5).
				 05 NOMBRE         PIC X(20).
				 05 CANTIDAD       PIC 9(3).
				 05 PREU-UNITAT    PIC 9(4)V99.
				 05 ORDRE          PIC 9(3).
				 05 ID-PRODUCTE    PIC X(2).

	   FD COMPTATGE.
			 01 RC-REG.
				 05 RC-NUMERO1     PIC X(5).
				 05 FILLER         PIC X(1).
				 05 RC-COMPTAT     PIC X(3).
				 05 FILLER         PIC X(1).
				 05 RC-REFERENCIA  PIC X(10).

	   FD TOLERANCIA.
			 01 TL-REG.
				 05 TL-QUANTITAT   PIC 9(3).
				 05 FILLER         PIC X(1).
				 05 TL-VALOR       PIC 9(5)V99.

	   FD MOVFILE.
			 01 MV-REG.
				 05 MV-NUMERO1     PIC 9(5).
				 05 MV-TIPO        PIC X(1).
				 05 MV-SIGNE       PIC X(1).
				 05 MV-QUANTITAT   PIC 9(3).
				 05 MV-DATA        PIC X(8).
				 05 MV-DOCUMENT    PIC X(10).

	   FD VARIANCIES.
			 01 VR-LINIA          PIC X(100).

	   FD RPTCONTROL.
			 01 CT-REG.
				 05 CT-ETIQUETA    PIC X(25).
				 05 FILLER         PIC X(1).
				 05 CT-VALOR       PIC X(20).

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

	   WORKING-STORAGE SECTION.
		   01 FIN-FICHERO PIC X(5) VALUE "FALSE".
		   01 FS-INDEXADO    PIC X(2).
		   01 FS-COMPTATGE   PIC X(2).
		   01 FS-TOLERANCIA  PIC X(2).

		   01 WS-TOL-QUANTITAT  PIC 9(3) VALUE 5.
		   01 WS-TOL-VALOR      PIC 9(5)V99 VALUE 100.

		   01 WS-MOTIU          PIC X(40).
		   01 WS-ACCIO          PIC X(9).
		   01 WS-COMPTAT        PIC 9(3).
		   01 WS-SISTEMA        PIC 9(3).
		   01 WS-DIFERENCIA     PIC S9(4).
		   01 WS-DIF-ABS        PIC 9(3).
		   01 WS-VALOR-DIF      PIC S9(7)V99.
		   01 WS-VALOR-ABS      PIC 9(7)V99.
		   01 WS-VALOR-EDITAT   PIC Z(10)9.99.

		   01 WS-DATA-EXC.
			   05 FILLER         PIC X(2) VALUE "20".
			   05 WS-EXC-AAMMDD  PIC X(6).
		   01 WS-EXC-CLAU       PIC X(14).

		   01 WS-CONTADORS.
			   05 WS-COMPT-LLEGITS    PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-CORRECTES  PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-AJUSTOS    PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-RECOMPTES  PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-RECHAZOS   PIC 9(7) VALUE ZERO.
			   05 WS-VALOR-AJUSTAT  PIC S9(9)V99 VALUE ZERO.
			   05 WS-VALOR-RECOMPTE PIC S9(9)V99 VALUE ZERO.

		   01 WS-TEMPS.
			   05 WS-DATA-INICI  PIC X(8).
			   05 WS-HORA-INICI  PIC X(8).
			   05 WS-DATA-FI     PIC X(8).
			   05 WS-HORA-FI     PIC X(8).

		   01 LINIA-TITOLS.
			   05 FILLER         PIC X(30)
				   VALUE "NUMERO NOMBRE               ".
			   05 FILLER         PIC X(24)
				   VALUE "PR SISTEMA COMPTAT  DIF.".
			   05 FILLER         PIC X(30)
				   VALUE "    VALOR DIF. ACCIO".

		   01 LINIA-DETALL.
			   05 LD-NUMERO1     PIC X(5).
			   05 FILLER         PIC X(2) VALUE SPACES.
			   05 LD-NOMBRE      PIC X(20).
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-ID-PRODUCTE PIC X(2).
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-SISTEMA     PIC Z(6)9.
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-COMPTAT     PIC Z(6)9.
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-DIFERENCIA  PIC -(4)9.
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-VALOR-DIF   PIC -(7)9.99.
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-ACCIO       PIC X(9).
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-REFERENCIA  PIC X(10).

		   01 LINIA-TOTAL.
			   05 LT-ETIQUETA    PIC X(30).
			   05 LT-COMPT       PIC Z(6)9.
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LT-VALOR       PIC -(10)9.99.

	   PROCEDURE DIVISION.
	   MAINLINE.
		   ACCEPT WS-DATA-INICI FROM DATE
		   ACCEPT WS-HORA-INICI FROM TIME
		   ACCEPT WS-EXC-AAMMDD FROM DATE

		   PERFORM LLEGIR-TOLERANCIA THRU FIN-LLEGIR-TOLERANCIA

		   OPEN INPUT COMPTATGE
		   IF FS-COMPTATGE NOT = "00"
			   DISPLAY "RECOMPTE - ABEND: NO ES POT OBRIR "
				   "EL FITXER RECOMPTE.TXT"
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF
		   OPEN INPUT INDEXADO
		   IF FS-INDEXADO NOT = "00"
			   DISPLAY "RECOMPTE - ABEND: NO ES POT OBRIR "
				   "INDEXAT.TXT"
			   MOVE 16 TO RETURN-CODE
			   CLOSE COMPTATGE
			   STOP RUN
		   END-IF

		   OPEN EXTEND MOVFILE.
		   OPEN OUTPUT VARIANCIES.
		   OPEN EXTEND EXCEPCIONS.

		   WRITE VR-LINIA FROM LINIA-TITOLS

		   MOVE "FALSE" TO FIN-FICHERO
		   READ COMPTATGE
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ

		   PERFORM RECOMPTE-RTN THRU FIN-RECOMPTE-RTN
			   UNTIL FIN-FICHERO = "TRUE"

		   PERFORM TOTALS-RTN THRU FIN-TOTALS-RTN

		   CLOSE COMPTATGE, INDEXADO
		   CLOSE MOVFILE, VARIANCIES, EXCEPCIONS

		   PERFORM ESCRIURE-RPTCONTROL
			   THRU FIN-ESCRIURE-RPTCONTROL

		   STOP RUN.

	   FIN-MAINLINE. EXIT.

	   LLEGIR-TOLERANCIA.
		   OPEN INPUT TOLERANCIA
		   IF FS-TOLERANCIA NOT = "00"
			   GO TO FIN-LLEGIR-TOLERANCIA
		   END-IF
		   READ TOLERANCIA
		   IF FS-TOLERANCIA = "00"
			   IF TL-QUANTITAT IS NUMERIC
				   MOVE TL-QUANTITAT TO WS-TOL-QUANTITAT
			   END-IF
			   IF TL-VALOR IS NUMERIC
				   MOVE TL-VALOR TO WS-TOL-VALOR
			   END-IF
		   END-IF
		   CLOSE TOLERANCIA.

	   FIN-LLEGIR-TOLERANCIA. EXIT.

	   RECOMPTE-RTN.
		   ADD 1 TO WS-COMPT-LLEGITS
		   MOVE SPACES TO WS-MOTIU
		   MOVE SPACES TO LINIA-DETALL
		   MOVE RC-NUMERO1    TO LD-NUMERO1
		   MOVE RC-REFERENCIA TO LD-REFERENCIA

		   IF RC-NUMERO1 IS NOT NUMERIC
			  OR RC-COMPTAT IS NOT NUMERIC
			   MOVE "ENTRADA DE RECOMPTE NO NUMERICA"
				   TO WS-MOTIU
		   ELSE
			   MOVE RC-NUMERO1 TO NUMERO1
			   READ INDEXADO
				   INVALID KEY
					   MOVE "NUMERO1 INEXISTENT"
						   TO WS-MOTIU
			   END-READ
		   END-IF

		   IF WS-MOTIU NOT = SPACES
			   PERFORM REBUTJAR-RECOMPTE
				   THRU FIN-REBUTJAR-RECOMPTE
		   ELSE
			   PERFORM AVALUAR-VARIANCIA
				   THRU FIN-AVALUAR-VARIANCIA
		   END-IF

		   READ COMPTATGE
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-RECOMPTE-RTN. EXIT.

	   AVALUAR-VARIANCIA.
		   MOVE RC-COMPTAT TO WS-COMPTAT
		   MOVE CANTIDAD   TO WS-SISTEMA
		   COMPUTE WS-DIFERENCIA = WS-COMPTAT - WS-SISTEMA
		   COMPUTE WS-VALOR-DIF = WS-DIFERENCIA * PREU-UNITAT
		   IF WS-DIFERENCIA < ZERO
			   COMPUTE WS-DIF-ABS = ZERO - WS-DIFERENCIA
			   COMPUTE WS-VALOR-ABS = ZERO - WS-VALOR-DIF
		   ELSE
			   MOVE WS-DIFERENCIA TO WS-DIF-ABS
			   MOVE WS-VALOR-DIF  TO WS-VALOR-ABS
		   END-IF

		   IF WS-DIFERENCIA = ZERO
			   MOVE "CORRECTE" TO WS-ACCIO
			   ADD 1 TO WS-COMPT-CORRECTES
		   ELSE
			   IF WS-DIF-ABS <= WS-TOL-QUANTITAT
				  AND WS-VALOR-ABS <= WS-TOL-VALOR
				   MOVE "AJUST" TO WS-ACCIO
				   PERFORM GENERAR-AJUST
					   THRU FIN-GENERAR-AJUST
			   ELSE
				   MOVE "RECOMPTE" TO WS-ACCIO
				   PERFORM DEMANAR-RECOMPTE
					   THRU FIN-DEMANAR-RECOMPTE
			   END-IF
		   END-IF

		   MOVE NOMBRE        TO LD-NOMBRE
		   MOVE ID-PRODUCTE   TO LD-ID-PRODUCTE
		   MOVE WS-SISTEMA    TO LD-SISTEMA
		   MOVE WS-COMPTAT    TO LD-COMPTAT
		   MOVE WS-DIFERENCIA TO LD-DIFERENCIA
		   MOVE WS-VALOR-DIF  TO LD-VALOR-DIF
		   MOVE WS-ACCIO      TO LD-ACCIO
		   WRITE VR-LINIA FROM LINIA-DETALL.

	   FIN-AVALUAR-VARIANCIA. EXIT.

	   GENERAR-AJUST.
		   MOVE SPACES        TO MV-REG
		   MOVE NUMERO1       TO MV-NUMERO1
		   MOVE "A"           TO MV-TIPO
		   IF WS-DIFERENCIA < ZERO
			   MOVE "-"       TO MV-SIGNE
		   ELSE
			   MOVE "+"       TO MV-SIGNE
		   END-IF
		   MOVE WS-DIF-ABS    TO MV-QUANTITAT
		   MOVE WS-DATA-EXC   TO MV-DATA
		   MOVE RC-REFERENCIA TO MV-DOCUMENT
		   WRITE MV-REG

		   ADD 1 TO WS-COMPT-AJUSTOS
		   ADD WS-VALOR-DIF TO WS-VALOR-AJUSTAT.

	   FIN-GENERAR-AJUST. EXIT.

	   DEMANAR-RECOMPTE.
		   MOVE "VARIANCIA FORA DE TOLERANCIA: RECOMPTAR"
			   TO WS-MOTIU
		   MOVE SPACES TO WS-EXC-CLAU
		   MOVE RC-NUMERO1    TO WS-EXC-CLAU(1:5)
		   MOVE RC-REFERENCIA TO WS-EXC-CLAU(7:8)
		   PERFORM ESCRIURE-EXCEPCIO
			   THRU FIN-ESCRIURE-EXCEPCIO

		   ADD 1 TO WS-COMPT-RECOMPTES
		   ADD WS-VALOR-DIF TO WS-VALOR-RECOMPTE.

	   FIN-DEMANAR-RECOMPTE. EXIT.

	   REBUTJAR-RECOMPTE.
		   MOVE "REBUTJAT" TO LD-ACCIO
		   MOVE WS-MOTIU   TO LD-NOMBRE
		   WRITE VR-LINIA FROM LINIA-DETALL

		   MOVE SPACES TO WS-EXC-CLAU
		   MOVE RC-NUMERO1    TO WS-EXC-CLAU(1:5)
		   MOVE RC-REFERENCIA TO WS-EXC-CLAU(7:8)
		   PERFORM ESCRIURE-EXCEPCIO
			   THRU FIN-ESCRIURE-EXCEPCIO
		   ADD 1 TO WS-COMPT-RECHAZOS.

	   FIN-REBUTJAR-RECOMPTE. EXIT.

	   ESCRIURE-EXCEPCIO.
		   MOVE SPACES TO EX-REG
		   MOVE WS-DATA-EXC  TO EX-DATA
		   MOVE "RECOMPTE"   TO EX-PROGRAMA
		   MOVE "E"          TO EX-SEVERITAT
		   MOVE WS-EXC-CLAU  TO EX-CLAU
		   MOVE WS-MOTIU     TO EX-MOTIU
		   MOVE "O"          TO EX-ESTAT
		   WRITE EX-REG.

	   FIN-ESCRIURE-EXCEPCIO. EXIT.

	   TOTALS-RTN.
		   MOVE SPACES TO VR-LINIA
		   WRITE VR-LINIA

		   MOVE SPACES TO LINIA-TOTAL
		   MOVE "LINIES COMPTADES"     TO LT-ETIQUETA
		   MOVE WS-COMPT-LLEGITS       TO LT-COMPT
		   WRITE VR-LINIA FROM LINIA-TOTAL
		   MOVE SPACES TO LINIA-TOTAL
		   MOVE "SENSE DIFERENCIA"     TO LT-ETIQUETA
		   MOVE WS-COMPT-CORRECTES     TO LT-COMPT
		   WRITE VR-LINIA FROM LINIA-TOTAL
		   MOVE "AJUSTOS GENERATS"     TO LT-ETIQUETA
		   MOVE WS-COMPT-AJUSTOS       TO LT-COMPT
		   MOVE WS-VALOR-AJUSTAT       TO LT-VALOR
		   WRITE VR-LINIA FROM LINIA-TOTAL
		   MOVE "PENDENTS DE RECOMPTE" TO LT-ETIQUETA
		   MOVE WS-COMPT-RECOMPTES     TO LT-COMPT
		   MOVE WS-VALOR-RECOMPTE      TO LT-VALOR
		   WRITE VR-LINIA FROM LINIA-TOTAL
		   MOVE SPACES TO LINIA-TOTAL
		   MOVE "ENTRADES REBUTJADES"  TO LT-ETIQUETA
		   MOVE WS-COMPT-RECHAZOS      TO LT-COMPT
		   WRITE VR-LINIA FROM LINIA-TOTAL.

	   FIN-TOTALS-RTN. EXIT.

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
		   MOVE "RECOMPTES LLEGITS"    TO CT-ETIQUETA
		   MOVE WS-COMPT-LLEGITS       TO CT-VALOR
		   WRITE CT-REG
		   MOVE "SENSE DIFERENCIA"     TO CT-ETIQUETA
		   MOVE WS-COMPT-CORRECTES     TO CT-VALOR
		   WRITE CT-REG
		   MOVE "AJUSTOS GENERATS"     TO CT-ETIQUETA
		   MOVE WS-COMPT-AJUSTOS       TO CT-VALOR
		   WRITE CT-REG
		   MOVE "PENDENTS DE RECOMPTE" TO CT-ETIQUETA
		   MOVE WS-COMPT-RECOMPTES     TO CT-VALOR
		   WRITE CT-REG
		   MOVE "RECOMPTES REBUTJATS"  TO CT-ETIQUETA
		   MOVE WS-COMPT-RECHAZOS      TO CT-VALOR
		   WRITE CT-REG
		   MOVE "TOLERANCIA QUANTITAT" TO CT-ETIQUETA
		   MOVE WS-TOL-QUANTITAT       TO CT-VALOR
		   WRITE CT-REG
		   MOVE "TOLERANCIA VALOR"     TO CT-ETIQUETA
		   MOVE WS-TOL-VALOR           TO WS-VALOR-EDITAT
		   MOVE WS-VALOR-EDITAT        TO CT-VALOR
		   WRITE CT-REG

		   CLOSE RPTCONTROL.

	   FIN-ESCRIURE-RPTCONTROL. EXIT.
