				   ORGANIZATION IS INDEXED
				   RECORD KEY IS PR-ID-PRODUCTE
				   FILE STATUS IS FS-PRODUCTES.
		   SELECT PROVMST
			   ASSIGN TO "PROVEIDORS.TXT"
				   ACCESS MODE IS DYNAMIC
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS PV-CODI
				   FILE STATUS IS FS-PROVEIDORS.
		   SELECT SEQCOM
			   ASSIGN TO "SEQCOM.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				 05 SQ-SEQUENCIA   PIC 9(5).

	   FD COMANDES.
			 01 CM-REG            PIC X(86).

	   FD ORDRES.
			 01 OO-REG.
				 05 PR-PROVEIDOR   PIC X(5).
				 05 PR-MINIM       PIC 9(3).

	   FD PROVMST.
			 01 PV-REG.
				 05 PV-CODI        PIC X(5).
				 05 PV-NOM         PIC X(30).
				 05 PV-ADRECA      PIC X(30).
				 05 PV-POBLACIO    PIC X(20).
				 05 PV-TERMINI     PIC 9(3).
				 05 PV-MINIM-COMANDA PIC 9(3).

	   FD EXCEPCIONS.
			 01 EX-REG.
				 05 EX-DATA        PIC X(8).
		   01 FS-SEQCOM   PIC X(2).
		   01 FS-PRODUCTES PIC X(2).
		   01 WS-MESTRE-OBERT PIC X(5) VALUE "FALSE".
		   01 FS-PROVEIDORS PIC X(2).
		   01 WS-PROV-OBERT PIC X(5) VALUE "FALSE".

		   01 WS-SEQUENCIA      PIC 9(5) VALUE ZERO.
		   01 WS-NUMERO1        PIC 9(5).
		   01 WS-QTY-CALC       PIC S9(5).
		   01 WS-QTY-MAXIMA     PIC S9(5).
		   01 WS-PRODUCTE-ACTUAL PIC X(2).
		   01 WS-GRUP-ACTUAL    PIC X(7).
		   01 WS-MINIM-COMANDA  PIC 9(3).
		   01 WS-MULTIPLES      PIC 9(5).
		   01 WS-RESTA          PIC 9(5).
		   01 WS-QTY-ARRODONIDA PIC S9(5).

		   01 WS-CONTADORS.
			   05 WS-COMPT-LLEGITS    PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-RECHAZOS   PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-COMANDES   PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-LINIES     PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-ARRODONIDES PIC 9(7) VALUE ZERO.

		   01 WS-TEMPS.
			   05 WS-DATA-INICI  PIC X(8).
		   01 RT-TAULA-REPOSICIO.
			   05 RT-ENTRADA OCCURS 500 TIMES.
				   10 RT-ID-PRODUCTE PIC X(2).
				   10 RT-GRUP.
					   15 RT-GRUP-PROV PIC X(5).
					   15 RT-GRUP-PROD PIC X(2).
				   10 RT-NUMERO1     PIC 9(5).
				   10 RT-NOMBRE      PIC X(20).
				   10 RT-CANTIDAD    PIC 9(3).
			   05 CH-PROVEIDOR   PIC X(5).
			   05 CH-DATA        PIC X(8).

		   01 ADRECA-COM.
			   05 CA-TIPO        PIC X(1) VALUE "A".
			   05 CA-NUMERO-ORDRE PIC 9(5).
			   05 CA-NOM         PIC X(30).
			   05 CA-ADRECA      PIC X(30).
			   05 CA-POBLACIO    PIC X(20).

		   01 DETALL-COM.
			   05 CD-TIPO        PIC X(1) VALUE "D".
			   05 CD-NUMERO-ORDRE PIC 9(5).
			   MOVE "TRUE" TO WS-MESTRE-OBERT
		   END-IF

		   OPEN INPUT PROVMST
		   IF FS-PROVEIDORS = "00"
			   MOVE "TRUE" TO WS-PROV-OBERT
		   END-IF

		   READ REPOSICIO
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ
		   IF WS-MESTRE-OBERT = "TRUE"
			   CLOSE PRODUCTES
		   END-IF
		   IF WS-PROV-OBERT = "TRUE"
			   CLOSE PROVMST
		   END-IF

		   PERFORM GRAVAR-SEQUENCIA THRU FIN-GRAVAR-SEQUENCIA

		   MOVE RP-NOMBRE      TO RT-NOMBRE(RT-TOTAL)
		   MOVE RP-CANTIDAD-X  TO RT-CANTIDAD(RT-TOTAL)
		   MOVE RP-MINIM-X     TO RT-MINIM(RT-TOTAL)
		   MOVE "N"            TO RT-TRACTAT(RT-TOTAL)

		   MOVE SPACES TO RT-GRUP(RT-TOTAL)
		   IF WS-MESTRE-OBERT = "TRUE"
			   MOVE RP-ID-PRODUCTE TO PR-ID-PRODUCTE
			   READ PRODUCTES
				   INVALID KEY
				       MOVE SPACES TO PR-PROVEIDOR
			   END-READ
			   MOVE PR-PROVEIDOR
				   TO RT-GRUP-PROV(RT-TOTAL)
		   END-IF
		   IF RT-GRUP-PROV(RT-TOTAL) = SPACES
			   MOVE RP-ID-PRODUCTE
				   TO RT-GRUP-PROD(RT-TOTAL)
		   END-IF.

	   FIN-GUARDAR-LINIA. EXIT.

			   MOVE "FALSE" TO FIN-PENDENTS
			   MOVE RT-ID-PRODUCTE(RT-IDX)
				   TO WS-PRODUCTE-ACTUAL
			   MOVE RT-GRUP(RT-IDX) TO WS-GRUP-ACTUAL
		   END-IF.

	   FIN-CERCAR-PENDENT. EXIT.
		   ADD 1 TO WS-SEQUENCIA
		   ADD 1 TO WS-COMPT-COMANDES

		   MOVE WS-GRUP-ACTUAL(1:5) TO CH-PROVEIDOR
		   MOVE ZERO TO WS-MINIM-COMANDA

		   MOVE WS-SEQUENCIA       TO CH-NUMERO-ORDRE
		   MOVE WS-PRODUCTE-ACTUAL TO CH-ID-PRODUCTE
		   MOVE WS-DATA-AVUI       TO CH-DATA
		   WRITE CM-REG FROM CAPCALERA-COM

		   IF CH-PROVEIDOR NOT = SPACES
			   PERFORM ADRECAR-COMANDA
				   THRU FIN-ADRECAR-COMANDA
		   END-IF

		   PERFORM LINIA-COMANDA THRU FIN-LINIA-COMANDA
			   VARYING RT-IDX FROM 1 BY 1
			   UNTIL RT-IDX > RT-TOTAL.

	   LINIA-COMANDA.
		   IF RT-TRACTAT(RT-IDX) NOT = "N"
			  OR RT-GRUP(RT-IDX) NOT = WS-GRUP-ACTUAL
			   GO TO FIN-LINIA-COMANDA
		   END-IF

			   MOVE 1 TO WS-QTY-CALC
		   END-IF

		   IF WS-MINIM-COMANDA > 0
			   PERFORM ARRODONIR-QUANTITAT
				   THRU FIN-ARRODONIR-QUANTITAT
		   END-IF

		   ADD 1 TO WS-COMPT-LINIES

		   MOVE WS-SEQUENCIA        TO CD-NUMERO-ORDRE

		   MOVE SPACES TO OO-REG
		   MOVE WS-SEQUENCIA        TO OO-NUMERO-ORDRE
		   MOVE RT-ID-PRODUCTE(RT-IDX)
			   TO OO-ID-PRODUCTE
		   MOVE RT-NUMERO1(RT-IDX)  TO OO-NUMERO1
		   MOVE WS-QTY-CALC         TO OO-QTY-DEMANADA
		   MOVE ZERO                TO OO-QTY-REBUDA

	   FIN-LINIA-COMANDA. EXIT.

	   ADRECAR-COMANDA.
		   IF WS-PROV-OBERT NOT = "TRUE"
			   GO TO FIN-ADRECAR-COMANDA
		   END-IF

		   MOVE CH-PROVEIDOR TO PV-CODI
		   READ PROVMST
			   INVALID KEY
				   PERFORM SENSE-PROVEIDOR
					   THRU FIN-SENSE-PROVEIDOR
				   GO TO FIN-ADRECAR-COMANDA
		   END-READ

		   MOVE PV-MINIM-COMANDA   TO WS-MINIM-COMANDA
		   MOVE WS-SEQUENCIA       TO CA-NUMERO-ORDRE
		   MOVE PV-NOM             TO CA-NOM
		   MOVE PV-ADRECA          TO CA-ADRECA
		   MOVE PV-POBLACIO        TO CA-POBLACIO
		   WRITE CM-REG FROM ADRECA-COM.

	   FIN-ADRECAR-COMANDA. EXIT.

	   SENSE-PROVEIDOR.
		   MOVE "PROVEIDOR SENSE MESTRE: SENSE ADRECA"
			   TO RJ-MOTIU
		   MOVE SPACES TO WS-EXC-CLAU
		   MOVE CH-NUMERO-ORDRE TO WS-EXC-CLAU(1:5)
		   MOVE CH-PROVEIDOR    TO WS-EXC-CLAU(7:5)
		   PERFORM ESCRIURE-EXCEPCIO
			   THRU FIN-ESCRIURE-EXCEPCIO.

	   FIN-SENSE-PROVEIDOR. EXIT.

	   ARRODONIR-QUANTITAT.
		   DIVIDE WS-QTY-CALC BY WS-MINIM-COMANDA
			   GIVING WS-MULTIPLES REMAINDER WS-RESTA
		   IF WS-RESTA > 0
			   ADD 1 TO WS-MULTIPLES
		   END-IF
		   COMPUTE WS-QTY-ARRODONIDA =
		       WS-MULTIPLES * WS-MINIM-COMANDA
		   IF WS-QTY-ARRODONIDA > WS-QTY-MAXIMA
			   SUBTRACT 1 FROM WS-MULTIPLES
			   COMPUTE WS-QTY-ARRODONIDA =
			       WS-MULTIPLES * WS-MINIM-COMANDA
		   END-IF

		   IF WS-QTY-ARRODONIDA > 0
			  AND WS-QTY-ARRODONIDA NOT = WS-QTY-CALC
			   MOVE WS-QTY-ARRODONIDA TO WS-QTY-CALC
			   ADD 1 TO WS-COMPT-ARRODONIDES
		   END-IF.

	   FIN-ARRODONIR-QUANTITAT. EXIT.

	   ESCRIURE-RPTCONTROL.
		   ACCEPT WS-DATA-FI FROM DATE
		   ACCEPT WS-HORA-FI FROM TIME
		   MOVE "LINIES DE COMANDA"    TO CT-ETIQUETA
		   MOVE WS-COMPT-LINIES        TO CT-VALOR
		   WRITE CT-REG
		   MOVE "LINIES ARRODONIDES"   TO CT-ETIQUETA
		   MOVE WS-COMPT-ARRODONIDES   TO CT-VALOR
		   WRITE CT-REG
		   MOVE "DARRERA SEQUENCIA"    TO CT-ETIQUETA
		   MOVE WS-SEQUENCIA           TO CT-VALOR
		   WRITE CT-REG
