	   IDENTIFICATION DIVISION.
	   PROGRAM-ID. FACTURA.
	   ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
	   FILE-CONTROL.
		   SELECT INDEXADO
			   ASSIGN TO "INDEXAT.TXT"
				   ACCESS MODE IS SEQUENTIAL
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS NUMERO1
				   FILE STATUS IS FS-INDEXADO.
		   SELECT PRODUCTES
			   ASSIGN TO "PRODUCTES.TXT"
				   ACCESS MODE IS DYNAMIC
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS PR-ID-PRODUCTE
				   FILE STATUS IS FS-PRODUCTES.
		   SELECT OPTIONAL REGFACT
			   ASSIGN TO "REGFACT.TXT"
				   ACCESS MODE IS DYNAMIC
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS RG-CLAU
				   FILE STATUS IS FS-REGFACT.
		   SELECT SEQFAC
			   ASSIGN TO "SEQFAC.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-SEQFAC.
		   SELECT PERIODE
			   ASSIGN TO "PERIODE.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-PERIODE.
		   SELECT IMPOST
			   ASSIGN TO "IMPOST.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-IMPOST.
		   SELECT OPTIONAL LLIBREFIN
			   ASSIGN TO "LLIBREFIN.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT FACTURES
			   ASSIGN TO "FACTURES.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT RPTCONTROL
			   ASSIGN TO "CONTROL_FAC.TXT"
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

	   FD PRODUCTES.
			 01 PR-REG.
				 05 PR-ID-PRODUCTE PIC X(2).
				 05 PR-DESCRIPCIO  PIC X(20).
				 05 PR-PROVEIDOR   PIC X(5).
				 05 PR-MINIM       PIC 9(3).

	   FD REGFACT.
			 01 RG-REG.
				 05 RG-CLAU.
					 10 RG-ORDRE    PIC 9(3).
					 10 RG-NOMBRE   PIC X(20).
				 05 RG-NUMERO-FACTURA PIC 9(5).
				 05 RG-DATA        PIC X(8).
				 05 RG-PERIODE     PIC X(6).
				 05 RG-LINIES      PIC 9(3).
				 05 RG-QUANTITAT   PIC 9(7).
				 05 RG-SUBTOTAL    PIC 9(9)V99.
				 05 RG-IMPOST      PIC 9(9)V99.
				 05 RG-TOTAL       PIC 9(9)V99.

	   FD SEQFAC.
			 01 SQ-REG.
				 05 SQ-SEQUENCIA   PIC 9(5).

	   FD PERIODE.
			 01 PD-REG.
				 05 PD-PERIODE     PIC X(6).
				 05 FILLER         PIC X(1).
				 05 PD-DATA-INICI  PIC X(8).
				 05 FILLER         PIC X(1).
				 05 PD-DATA-FI     PIC X(8).

	   FD IMPOST.
			 01 IM-REG.
				 05 IM-TIPUS       PIC 9(2)V99.

	   FD LLIBREFIN.
			 01 LL-REG.
				 05 LL-SEQUENCIA   PIC 9(5).
				 05 FILLER         PIC X(1).
				 05 LL-DATA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 LL-REGISTRES   PIC 9(7).
				 05 FILLER         PIC X(1).
				 05 LL-QUANTITAT   PIC 9(9).
				 05 FILLER         PIC X(1).
				 05 LL-VALOR       PIC 9(11)V99.
				 05 FILLER         PIC X(1).
				 05 LL-ESTAT       PIC X(1).
				 05 FILLER         PIC X(1).
				 05 LL-MOTIU       PIC X(30).
				 05 FILLER         PIC X(1).
				 05 LL-SEQ-ORIGINAL PIC 9(5).

	   FD FACTURES.
			 01 FC-LINIA          PIC X(80).

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
		   01 FIN-PENDENTS PIC X(5) VALUE "FALSE".
		   01 FS-INDEXADO    PIC X(2).
		   01 FS-PRODUCTES   PIC X(2).
		   01 FS-REGFACT     PIC X(2).
		   01 FS-SEQFAC      PIC X(2).
		   01 FS-PERIODE     PIC X(2).
		   01 FS-IMPOST      PIC X(2).
		   01 WS-MESTRE-OBERT PIC X(5) VALUE "FALSE".
		   01 WS-JA-FACTURADA PIC X(5).

		   01 WS-PD-PERIODE     PIC X(6).
		   01 WS-PD-DATA-INICI  PIC X(8).
		   01 WS-PD-DATA-FI     PIC X(8).
		   01 WS-TIPUS-IMPOST   PIC 9(2)V99 VALUE 21.00.
		   01 WS-SEQUENCIA      PIC 9(5) VALUE ZERO.
		   01 WS-ORDRE-ACTUAL   PIC 9(3).
		   01 WS-NOMBRE-ACTUAL  PIC X(20).
		   01 WS-VALOR-LINIA    PIC 9(7)V99.
		   01 WS-VALOR-EDITAT   PIC Z(10)9.99.
		   01 WS-DIFERENCIA-EDITADA PIC -Z(10)9.99.
		   01 WS-MOTIU          PIC X(40).
		   01 WS-EXC-CLAU       PIC X(14).

		   01 WS-FACTURA.
			   05 WS-FAC-LINIES     PIC 9(3).
			   05 WS-FAC-QUANTITAT  PIC 9(7).
			   05 WS-FAC-SUBTOTAL   PIC 9(9)V99.
			   05 WS-FAC-IMPOST     PIC 9(9)V99.
			   05 WS-FAC-TOTAL      PIC 9(9)V99.

		   01 WS-CONTADORS.
			   05 WS-COMPT-LLEGITS    PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-SENSE-QTY  PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-FACTURES   PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-LINIES     PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-DUPLICADES PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-EXTRACTES  PIC 9(5) VALUE ZERO.

		   01 WS-TOTALS.
			   05 WS-TOT-SUBTOTAL PIC 9(11)V99 VALUE ZERO.
			   05 WS-TOT-IMPOST   PIC 9(11)V99 VALUE ZERO.
			   05 WS-TOT-TOTAL    PIC 9(11)V99 VALUE ZERO.
			   05 WS-REG-PERIODE  PIC 9(11)V99 VALUE ZERO.
			   05 WS-VALOR-EXTFIN PIC 9(11)V99 VALUE ZERO.
			   05 WS-DIFERENCIA   PIC S9(11)V99 VALUE ZERO.

		   01 WS-TEMPS.
			   05 WS-DATA-INICI  PIC X(8).
			   05 WS-HORA-INICI  PIC X(8).
			   05 WS-DATA-FI     PIC X(8).
			   05 WS-HORA-FI     PIC X(8).

		   01 WS-DATA-AVUI.
			   05 FILLER         PIC X(2) VALUE "20".
			   05 WS-AVUI-AAMMDD PIC X(6).

		   01 FT-MAX            PIC 9(4) VALUE 2000.
		   01 FT-TOTAL          PIC 9(4) VALUE ZERO.
		   01 FT-IDX            PIC 9(4).
		   01 FT-TAULA-LINIES.
			   05 FT-ENTRADA OCCURS 2000 TIMES.
				   10 FT-ORDRE       PIC 9(3).
				   10 FT-NOMBRE      PIC X(20).
				   10 FT-NUMERO1     PIC 9(5).
				   10 FT-ID-PRODUCTE PIC X(2).
				   10 FT-CANTIDAD    PIC 9(3).
				   10 FT-PREU        PIC 9(4)V99.
				   10 FT-TRACTAT     PIC X(1).

		   01 LINIA-CAPCALERA.
			   05 FILLER         PIC X(12)
				   VALUE "FACTURA NUM ".
			   05 LC-NUMERO      PIC 9(5).
			   05 FILLER         PIC X(7) VALUE "  DATA ".
			   05 LC-DATA        PIC X(8).
			   05 FILLER         PIC X(10)
				   VALUE "  PERIODE ".
			   05 LC-PERIODE     PIC X(6).

		   01 LINIA-CLIENT.
			   05 FILLER         PIC X(8) VALUE "CLIENT: ".
			   05 LC-NOMBRE      PIC X(20).
			   05 FILLER         PIC X(9) VALUE "  ORDRE: ".
			   05 LC-ORDRE       PIC ZZ9.

		   01 LINIA-TITOLS.
			   05 FILLER         PIC X(9) VALUE "NUM.  PR ".
			   05 FILLER         PIC X(21)
				   VALUE "DESCRIPCIO".
			   05 FILLER         PIC X(5) VALUE "QTY  ".
			   05 FILLER         PIC X(9) VALUE "   PREU  ".
			   05 FILLER         PIC X(10)
				   VALUE "    IMPORT".

		   01 LINIA-DETALL.
			   05 LD-NUMERO1     PIC Z(4)9.
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-ID-PRODUCTE PIC X(2).
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-DESCRIPCIO  PIC X(20).
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-QUANTITAT   PIC ZZ9.
			   05 FILLER         PIC X(2) VALUE SPACES.
			   05 LD-PREU        PIC Z(3)9.99.
			   05 FILLER         PIC X(2) VALUE SPACES.
			   05 LD-IMPORT      PIC Z(6)9.99.

		   01 LINIA-IMPORT.
			   05 FILLER         PIC X(30) VALUE SPACES.
			   05 LI-ETIQUETA    PIC X(12).
			   05 LI-IMPORT      PIC Z(8)9.99.

		   01 LINIA-IMPOST.
			   05 FILLER         PIC X(29) VALUE SPACES.
			   05 FILLER         PIC X(7) VALUE "IMPOST ".
			   05 LM-TIPUS       PIC Z9.99.
			   05 FILLER         PIC X(1) VALUE "%".
			   05 LM-IMPORT      PIC Z(8)9.99.

	   PROCEDURE DIVISION.
	   MAINLINE.
		   ACCEPT WS-DATA-INICI FROM DATE
		   ACCEPT WS-HORA-INICI FROM TIME
		   ACCEPT WS-AVUI-AAMMDD FROM DATE

		   PERFORM LLEGIR-PERIODE THRU FIN-LLEGIR-PERIODE
		   PERFORM LLEGIR-IMPOST THRU FIN-LLEGIR-IMPOST
		   PERFORM LLEGIR-SEQUENCIA THRU FIN-LLEGIR-SEQUENCIA

		   OPEN INPUT INDEXADO
		   IF FS-INDEXADO NOT = "00"
			   DISPLAY "FACTURA - ABEND: NO ES POT OBRIR "
				   "INDEXAT.TXT"
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF
		   OPEN I-O REGFACT
		   IF FS-REGFACT NOT = "00"
			  AND FS-REGFACT NOT = "05"
			   DISPLAY "FACTURA - ABEND: NO ES POT OBRIR "
				   "EL REGISTRE (REGFACT.TXT)"
			   MOVE 16 TO RETURN-CODE
			   CLOSE INDEXADO
			   STOP RUN
		   END-IF
		   OPEN INPUT PRODUCTES
		   IF FS-PRODUCTES = "00"
			   MOVE "TRUE" TO WS-MESTRE-OBERT
		   END-IF
		   OPEN OUTPUT FACTURES
		   OPEN EXTEND EXCEPCIONS

		   READ INDEXADO
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ
		   PERFORM CARREGAR-RTN THRU FIN-CARREGAR-RTN
			   UNTIL FIN-FICHERO = "TRUE"
		   CLOSE INDEXADO

		   PERFORM AGRUPAR-RTN THRU FIN-AGRUPAR-RTN
			   UNTIL FIN-PENDENTS = "TRUE"

		   CLOSE REGFACT, FACTURES
		   IF WS-MESTRE-OBERT = "TRUE"
			   CLOSE PRODUCTES
		   END-IF

		   PERFORM GRAVAR-SEQUENCIA THRU FIN-GRAVAR-SEQUENCIA

		   PERFORM CONCILIAR-RTN THRU FIN-CONCILIAR-RTN

		   CLOSE EXCEPCIONS

		   PERFORM ESCRIURE-RPTCONTROL
			   THRU FIN-ESCRIURE-RPTCONTROL

		   STOP RUN.

	   FIN-MAINLINE. EXIT.

	   LLEGIR-PERIODE.
		   OPEN INPUT PERIODE
		   IF FS-PERIODE NOT = "00"
			   DISPLAY "FACTURA - ABEND: FITXER DE "
				   "PERIODE (PERIODE.TXT) ABSENT"
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF
		   READ PERIODE
		   IF FS-PERIODE NOT = "00"
			   DISPLAY "FACTURA - ABEND: PERIODE.TXT "
				   "SENSE PERIODE OBERT"
			   MOVE 16 TO RETURN-CODE
			   CLOSE PERIODE
			   STOP RUN
		   END-IF
		   MOVE PD-PERIODE    TO WS-PD-PERIODE
		   MOVE PD-DATA-INICI TO WS-PD-DATA-INICI
		   MOVE PD-DATA-FI    TO WS-PD-DATA-FI
		   CLOSE PERIODE

		   IF WS-DATA-AVUI < WS-PD-DATA-INICI
			  OR WS-DATA-AVUI > WS-PD-DATA-FI
			   DISPLAY "FACTURA - ABEND: DATA FORA DEL "
				   "PERIODE OBERT " WS-PD-PERIODE
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF.

	   FIN-LLEGIR-PERIODE. EXIT.

	   LLEGIR-IMPOST.
		   OPEN INPUT IMPOST
		   IF FS-IMPOST = "00"
			   READ IMPOST
			   IF FS-IMPOST = "00" AND IM-TIPUS IS NUMERIC
				   MOVE IM-TIPUS TO WS-TIPUS-IMPOST
			   END-IF
			   CLOSE IMPOST
		   END-IF.

	   FIN-LLEGIR-IMPOST. EXIT.

	   LLEGIR-SEQUENCIA.
		   MOVE ZERO TO WS-SEQUENCIA
		   OPEN INPUT SEQFAC
		   IF FS-SEQFAC = "00"
			   READ SEQFAC
			   IF FS-SEQFAC = "00"
				   MOVE SQ-SEQUENCIA TO WS-SEQUENCIA
			   END-IF
			   CLOSE SEQFAC
		   END-IF.

	   FIN-LLEGIR-SEQUENCIA. EXIT.

	   GRAVAR-SEQUENCIA.
		   OPEN OUTPUT SEQFAC
		   MOVE WS-SEQUENCIA TO SQ-SEQUENCIA
		   WRITE SQ-REG
		   CLOSE SEQFAC.

	   FIN-GRAVAR-SEQUENCIA. EXIT.

	   CARREGAR-RTN.
		   ADD 1 TO WS-COMPT-LLEGITS
		   IF CANTIDAD = ZERO
			   ADD 1 TO WS-COMPT-SENSE-QTY
			   GO TO LLEGIR-SEGUENT-INDEXADO
		   END-IF

		   IF FT-TOTAL >= FT-MAX
			   DISPLAY "FACTURA - ABEND: MES DE " FT-MAX
				   " LINIES FACTURABLES"
			   MOVE 16 TO RETURN-CODE
			   CLOSE INDEXADO, REGFACT, FACTURES, EXCEPCIONS
			   STOP RUN
		   END-IF
		   ADD 1 TO FT-TOTAL
		   MOVE ORDRE          TO FT-ORDRE(FT-TOTAL)
		   MOVE NOMBRE         TO FT-NOMBRE(FT-TOTAL)
		   MOVE NUMERO1        TO FT-NUMERO1(FT-TOTAL)
		   MOVE ID-PRODUCTE    TO FT-ID-PRODUCTE(FT-TOTAL)
		   MOVE CANTIDAD       TO FT-CANTIDAD(FT-TOTAL)
		   MOVE PREU-UNITAT    TO FT-PREU(FT-TOTAL)
		   MOVE "N"            TO FT-TRACTAT(FT-TOTAL).

	   LLEGIR-SEGUENT-INDEXADO.
		   READ INDEXADO
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-CARREGAR-RTN. EXIT.

	   AGRUPAR-RTN.
		   MOVE "TRUE" TO FIN-PENDENTS
		   PERFORM CERCAR-PENDENT THRU FIN-CERCAR-PENDENT
			   VARYING FT-IDX FROM 1 BY 1
			   UNTIL FT-IDX > FT-TOTAL
				   OR FIN-PENDENTS = "FALSE"

		   IF FIN-PENDENTS = "FALSE"
			   PERFORM FACTURAR-ORDRE
				   THRU FIN-FACTURAR-ORDRE
		   END-IF.

	   FIN-AGRUPAR-RTN. EXIT.

	   CERCAR-PENDENT.
		   IF FT-TRACTAT(FT-IDX) = "N"
			   MOVE "FALSE" TO FIN-PENDENTS
			   MOVE FT-ORDRE(FT-IDX)  TO WS-ORDRE-ACTUAL
			   MOVE FT-NOMBRE(FT-IDX) TO WS-NOMBRE-ACTUAL
		   END-IF.

	   FIN-CERCAR-PENDENT. EXIT.

	   FACTURAR-ORDRE.
		   MOVE WS-ORDRE-ACTUAL  TO RG-ORDRE
		   MOVE WS-NOMBRE-ACTUAL TO RG-NOMBRE
		   MOVE "FALSE" TO WS-JA-FACTURADA
		   READ REGFACT
			   INVALID KEY
				   MOVE "FALSE" TO WS-JA-FACTURADA
			   NOT INVALID KEY
				   MOVE "TRUE" TO WS-JA-FACTURADA
		   END-READ

		   IF WS-JA-FACTURADA = "TRUE"
			   ADD 1 TO WS-COMPT-DUPLICADES
			   PERFORM MARCAR-LINIA THRU FIN-MARCAR-LINIA
				   VARYING FT-IDX FROM 1 BY 1
				   UNTIL FT-IDX > FT-TOTAL
			   GO TO FIN-FACTURAR-ORDRE
		   END-IF

		   ADD 1 TO WS-SEQUENCIA
		   ADD 1 TO WS-COMPT-FACTURES
		   INITIALIZE WS-FACTURA

		   MOVE WS-SEQUENCIA     TO LC-NUMERO
		   MOVE WS-DATA-AVUI     TO LC-DATA
		   MOVE WS-PD-PERIODE    TO LC-PERIODE
		   WRITE FC-LINIA FROM LINIA-CAPCALERA
		   MOVE WS-NOMBRE-ACTUAL TO LC-NOMBRE
		   MOVE WS-ORDRE-ACTUAL  TO LC-ORDRE
		   WRITE FC-LINIA FROM LINIA-CLIENT
		   MOVE SPACES TO FC-LINIA
		   WRITE FC-LINIA
		   WRITE FC-LINIA FROM LINIA-TITOLS

		   PERFORM LINIA-FACTURA THRU FIN-LINIA-FACTURA
			   VARYING FT-IDX FROM 1 BY 1
			   UNTIL FT-IDX > FT-TOTAL

		   COMPUTE WS-FAC-IMPOST ROUNDED =
		       WS-FAC-SUBTOTAL * WS-TIPUS-IMPOST / 100
		   COMPUTE WS-FAC-TOTAL =
		       WS-FAC-SUBTOTAL + WS-FAC-IMPOST

		   MOVE SPACES TO FC-LINIA
		   WRITE FC-LINIA
		   MOVE "SUBTOTAL"       TO LI-ETIQUETA
		   MOVE WS-FAC-SUBTOTAL  TO LI-IMPORT
		   WRITE FC-LINIA FROM LINIA-IMPORT
		   MOVE WS-TIPUS-IMPOST  TO LM-TIPUS
		   MOVE WS-FAC-IMPOST    TO LM-IMPORT
		   WRITE FC-LINIA FROM LINIA-IMPOST
		   MOVE "TOTAL"          TO LI-ETIQUETA
		   MOVE WS-FAC-TOTAL     TO LI-IMPORT
		   WRITE FC-LINIA FROM LINIA-IMPORT
		   MOVE ALL "-" TO FC-LINIA
		   WRITE FC-LINIA

		   ADD WS-FAC-SUBTOTAL TO WS-TOT-SUBTOTAL
		   ADD WS-FAC-IMPOST   TO WS-TOT-IMPOST
		   ADD WS-FAC-TOTAL    TO WS-TOT-TOTAL

		   MOVE WS-ORDRE-ACTUAL  TO RG-ORDRE
		   MOVE WS-NOMBRE-ACTUAL TO RG-NOMBRE
		   MOVE WS-SEQUENCIA     TO RG-NUMERO-FACTURA
		   MOVE WS-DATA-AVUI     TO RG-DATA
		   MOVE WS-PD-PERIODE    TO RG-PERIODE
		   MOVE WS-FAC-LINIES    TO RG-LINIES
		   MOVE WS-FAC-QUANTITAT TO RG-QUANTITAT
		   MOVE WS-FAC-SUBTOTAL  TO RG-SUBTOTAL
		   MOVE WS-FAC-IMPOST    TO RG-IMPOST
		   MOVE WS-FAC-TOTAL     TO RG-TOTAL
		   WRITE RG-REG
			   INVALID KEY
				   DISPLAY "FACTURA - ABEND: ERROR "
					   "A REGFACT.TXT " FS-REGFACT
				   MOVE 16 TO RETURN-CODE
				   CLOSE REGFACT, FACTURES, EXCEPCIONS
				   STOP RUN
		   END-WRITE.

	   FIN-FACTURAR-ORDRE. EXIT.

	   MARCAR-LINIA.
		   IF FT-TRACTAT(FT-IDX) = "N"
			  AND FT-ORDRE(FT-IDX) = WS-ORDRE-ACTUAL
			  AND FT-NOMBRE(FT-IDX) = WS-NOMBRE-ACTUAL
			   MOVE "D" TO FT-TRACTAT(FT-IDX)
		   END-IF.

	   FIN-MARCAR-LINIA. EXIT.

	   LINIA-FACTURA.
		   IF FT-TRACTAT(FT-IDX) NOT = "N"
			  OR FT-ORDRE(FT-IDX) NOT = WS-ORDRE-ACTUAL
			  OR FT-NOMBRE(FT-IDX) NOT = WS-NOMBRE-ACTUAL
			   GO TO FIN-LINIA-FACTURA
		   END-IF

		   COMPUTE WS-VALOR-LINIA =
		       FT-CANTIDAD(FT-IDX) * FT-PREU(FT-IDX)

		   MOVE SPACES TO LD-DESCRIPCIO
		   IF WS-MESTRE-OBERT = "TRUE"
			   MOVE FT-ID-PRODUCTE(FT-IDX) TO PR-ID-PRODUCTE
			   READ PRODUCTES
				   INVALID KEY
				       MOVE "*** SENSE MESTRE ***"
				           TO LD-DESCRIPCIO
				   NOT INVALID KEY
				       MOVE PR-DESCRIPCIO
				           TO LD-DESCRIPCIO
			   END-READ
		   END-IF

		   MOVE FT-NUMERO1(FT-IDX)     TO LD-NUMERO1
		   MOVE FT-ID-PRODUCTE(FT-IDX) TO LD-ID-PRODUCTE
		   MOVE FT-CANTIDAD(FT-IDX)    TO LD-QUANTITAT
		   MOVE FT-PREU(FT-IDX)        TO LD-PREU
		   MOVE WS-VALOR-LINIA         TO LD-IMPORT
		   WRITE FC-LINIA FROM LINIA-DETALL

		   ADD 1                   TO WS-FAC-LINIES
		   ADD 1                   TO WS-COMPT-LINIES
		   ADD FT-CANTIDAD(FT-IDX) TO WS-FAC-QUANTITAT
		   ADD WS-VALOR-LINIA      TO WS-FAC-SUBTOTAL
		   MOVE "S" TO FT-TRACTAT(FT-IDX).

	   FIN-LINIA-FACTURA. EXIT.

	   CONCILIAR-RTN.
		   MOVE "FALSE" TO FIN-FICHERO
		   OPEN INPUT REGFACT
		   IF FS-REGFACT NOT = "00"
			   GO TO LLEGIR-EXTFIN
		   END-IF
		   READ REGFACT NEXT RECORD
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ
		   PERFORM SUMAR-REGISTRE THRU FIN-SUMAR-REGISTRE
			   UNTIL FIN-FICHERO = "TRUE"
		   CLOSE REGFACT.

	   LLEGIR-EXTFIN.
		   MOVE "FALSE" TO FIN-FICHERO
		   OPEN INPUT LLIBREFIN
		   READ LLIBREFIN
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ
		   PERFORM SITUAR-EXTRACTE THRU FIN-SITUAR-EXTRACTE
			   UNTIL FIN-FICHERO = "TRUE"
		   CLOSE LLIBREFIN

		   IF WS-COMPT-EXTRACTES = ZERO
			   GO TO FIN-CONCILIAR-RTN
		   END-IF

		   COMPUTE WS-DIFERENCIA =
		       WS-REG-PERIODE - WS-VALOR-EXTFIN
		   IF WS-DIFERENCIA NOT = ZERO
			   MOVE "REGISTRE NO QUADRA AMB EXTFIN"
				   TO WS-MOTIU
			   MOVE SPACES TO WS-EXC-CLAU
			   MOVE WS-PD-PERIODE TO WS-EXC-CLAU(1:6)
			   PERFORM ESCRIURE-EXCEPCIO
				   THRU FIN-ESCRIURE-EXCEPCIO
		   END-IF.

	   FIN-CONCILIAR-RTN. EXIT.

	   SUMAR-REGISTRE.
		   IF RG-PERIODE = WS-PD-PERIODE
			   ADD RG-SUBTOTAL TO WS-REG-PERIODE
		   END-IF
		   READ REGFACT NEXT RECORD
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-SUMAR-REGISTRE. EXIT.

	   SITUAR-EXTRACTE.
		   IF LL-DATA NOT < WS-PD-DATA-INICI
			  AND LL-DATA NOT > WS-PD-DATA-FI
			  AND LL-ESTAT NOT = "R"
			   ADD 1 TO WS-COMPT-EXTRACTES
			   MOVE LL-VALOR TO WS-VALOR-EXTFIN
		   END-IF
		   READ LLIBREFIN
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-SITUAR-EXTRACTE. EXIT.

	   ESCRIURE-EXCEPCIO.
		   MOVE SPACES TO EX-REG
		   MOVE WS-DATA-AVUI TO EX-DATA
		   MOVE "FACTURA"    TO EX-PROGRAMA
		   MOVE "E"          TO EX-SEVERITAT
		   MOVE WS-EXC-CLAU  TO EX-CLAU
		   MOVE WS-MOTIU     TO EX-MOTIU
		   MOVE "O"          TO EX-ESTAT
		   WRITE EX-REG.

	   FIN-ESCRIURE-EXCEPCIO. EXIT.

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
		   MOVE "PERIODE OBERT"        TO CT-ETIQUETA
		   MOVE WS-PD-PERIODE          TO CT-VALOR
		   WRITE CT-REG
		   MOVE "REGISTRES LLEGITS"    TO CT-ETIQUETA
		   MOVE WS-COMPT-LLEGITS       TO CT-VALOR
		   WRITE CT-REG
		   MOVE "LINIES SENSE QUANTITAT" TO CT-ETIQUETA
		   MOVE WS-COMPT-SENSE-QTY     TO CT-VALOR
		   WRITE CT-REG
		   MOVE "ORDRES JA FACTURADES" TO CT-ETIQUETA
		   MOVE WS-COMPT-DUPLICADES    TO CT-VALOR
		   WRITE CT-REG
		   MOVE "FACTURES EMESES"      TO CT-ETIQUETA
		   MOVE WS-COMPT-FACTURES      TO CT-VALOR
		   WRITE CT-REG
		   MOVE "LINIES FACTURADES"    TO CT-ETIQUETA
		   MOVE WS-COMPT-LINIES        TO CT-VALOR
		   WRITE CT-REG
		   MOVE "DARRERA FACTURA"      TO CT-ETIQUETA
		   MOVE WS-SEQUENCIA           TO CT-VALOR
		   WRITE CT-REG
		   MOVE "TOTAL SUBTOTAL"       TO CT-ETIQUETA
		   MOVE WS-TOT-SUBTOTAL        TO WS-VALOR-EDITAT
		   MOVE WS-VALOR-EDITAT        TO CT-VALOR
		   WRITE CT-REG
		   MOVE "TOTAL IMPOST"         TO CT-ETIQUETA
		   MOVE WS-TOT-IMPOST          TO WS-VALOR-EDITAT
		   MOVE WS-VALOR-EDITAT        TO CT-VALOR
		   WRITE CT-REG
		   MOVE "TOTAL FACTURAT"       TO CT-ETIQUETA
		   MOVE WS-TOT-TOTAL           TO WS-VALOR-EDITAT
		   MOVE WS-VALOR-EDITAT        TO CT-VALOR
		   WRITE CT-REG
		   MOVE "REGISTRE PERIODE"     TO CT-ETIQUETA
		   MOVE WS-REG-PERIODE         TO WS-VALOR-EDITAT
		   MOVE WS-VALOR-EDITAT        TO CT-VALOR
		   WRITE CT-REG
		   MOVE "EXTRACTES EXTFIN"     TO CT-ETIQUETA
		   MOVE WS-COMPT-EXTRACTES     TO CT-VALOR
		   WRITE CT-REG
		   MOVE "VALOR EXTFIN"         TO CT-ETIQUETA
		   MOVE WS-VALOR-EXTFIN        TO WS-VALOR-EDITAT
		   MOVE WS-VALOR-EDITAT        TO CT-VALOR
		   WRITE CT-REG
		   MOVE "DIFERENCIA EXTFIN"    TO CT-ETIQUETA
		   MOVE WS-DIFERENCIA          TO WS-DIFERENCIA-EDITADA
		   MOVE WS-DIFERENCIA-EDITADA  TO CT-VALOR
		   WRITE CT-REG

		   CLOSE RPTCONTROL.

	   FIN-ESCRIURE-RPTCONTROL. EXIT.
