			   ASSIGN TO "PERIODE.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-PERIODE.
		   SELECT LLINDARS
			   ASSIGN TO "LLINDARS.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-LLINDARS.
		   SELECT OPTIONAL APROVACIONS
			   ASSIGN TO "APROVACIONS.TXT"
				   ACCESS MODE IS DYNAMIC
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS PA-NUMERO
				   FILE STATUS IS FS-APROVACIONS.
		   SELECT SEQAPR
			   ASSIGN TO "SEQAPR.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-SEQAPR.

	   DATA DIVISION.
	   FILE SECTION.
				 05 FILLER         PIC X(1).
				 05 PD-DATA-FI     PIC X(8).

	   FD LLINDARS.
			 01 LN-REG.
				 05 LN-ID-PRODUCTE PIC X(2).
				 05 FILLER         PIC X(1).
				 05 LN-PERCENT     PIC 9(3)V99.
				 05 FILLER         PIC X(1).
				 05 LN-QUANTITAT   PIC 9(3).
				 05 FILLER         PIC X(1).
				 05 LN-VALOR       PIC 9(7)V99.

	   FD APROVACIONS.
			 01 PA-REG.
				 05 PA-NUMERO       PIC 9(7).
				 05 PA-ORIGEN       PIC X(9).
				 05 PA-DATA         PIC X(8).
				 05 PA-SOLLICITANT  PIC X(8).
				 05 PA-ESTAT        PIC X(1).
				 05 PA-LINIA        PIC X(28).
				 05 PA-MOTIU        PIC X(40).
				 05 PA-APROVADOR    PIC X(8).
				 05 PA-DATA-DECISIO PIC X(8).

	   FD SEQAPR.
			 01 SQ-REG.
				 05 SQ-SEQUENCIA   PIC 9(7).

	   WORKING-STORAGE SECTION.
		   01 FIN-FICHERO PIC X(5) VALUE "FALSE".
		   01 FIN-PRODUCTE PIC X(5) VALUE "FALSE".

		   01 FS-PERIODE PIC X(2).
		   01 FS-LLINDARS PIC X(2).
		   01 FS-APROVACIONS PIC X(2).
		   01 FS-SEQAPR  PIC X(2).

		   01 WS-PERIODE-OBERT.
			   05 WS-PD-PERIODE     PIC X(6).
			   05 WS-COMPT-ACTUALITZATS PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-ERRORS     PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-TANCATS    PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-RETINGUTS  PIC 9(5) VALUE ZERO.

		   01 WS-TEMPS.
			   05 WS-DATA-INICI  PIC X(8).
		   01 WS-VALOR-VELL     PIC 9(7)V99.
		   01 WS-VALOR-NOU      PIC 9(7)V99.

		   01 WS-MODE-PARAULA   PIC X(8) VALUE SPACES.
		   01 WS-SOLLICITANT    PIC X(8) VALUE SPACES.
		   01 WS-APROV-OBERT    PIC X(5) VALUE "FALSE".
		   01 WS-RETINGUT       PIC X(5) VALUE "FALSE".
		   01 WS-SEQ-APROVACIO  PIC 9(7) VALUE ZERO.
		   01 WS-PERCENT-CANVI  PIC 9(4)V99.
		   01 WS-PERCENT-REG    PIC 9(4)V99.
		   01 WS-PERCENT-EDITAT PIC ZZZ9.99.
		   01 WS-LLINDAR-EDITAT PIC ZZ9.99.
		   01 WS-NUM-EDITAT     PIC 9(7).

		   01 LI-MAX            PIC 9(3) VALUE 50.
		   01 LI-TOTAL          PIC 9(3) VALUE ZERO.
		   01 LI-IDX            PIC 9(3).
		   01 LI-TROBAT         PIC X(5).
		   01 LI-CLAU           PIC X(2).
		   01 LI-DEFECTE.
			   05 LI-DEF-PERCENT    PIC 9(3)V99 VALUE 10.00.
			   05 LI-DEF-QUANT      PIC 9(3) VALUE 50.
			   05 LI-DEF-VALOR      PIC 9(7)V99 VALUE 1000.
		   01 LI-LIMITS.
			   05 LI-LIMIT-PERCENT  PIC 9(3)V99.
			   05 LI-LIMIT-QUANT    PIC 9(3).
			   05 LI-LIMIT-VALOR    PIC 9(7)V99.
		   01 LI-TAULA.
			   05 LI-ENTRADA OCCURS 50 TIMES.
				   10 LI-ID-PRODUCTE PIC X(2).
				   10 LI-PERCENT     PIC 9(3)V99.
				   10 LI-QUANTITAT   PIC 9(3).
				   10 LI-VALOR       PIC 9(7)V99.

		   01 WS-SNAP-TOTALS.
			   05 WS-SNAP-REGISTRES PIC 9(7) VALUE ZERO.
			   05 WS-SNAP-QUANTITAT PIC 9(9) VALUE ZERO.
			   MOVE "TRUE" TO WS-APLICAR
		   END-IF

		   UNSTRING WS-MODE DELIMITED BY ALL " "
			   INTO WS-MODE-PARAULA WS-SOLLICITANT
		   END-UNSTRING
		   IF WS-SOLLICITANT = SPACES
			   MOVE "CADENA" TO WS-SOLLICITANT
		   END-IF

		   PERFORM LLEGIR-PERIODE THRU FIN-LLEGIR-PERIODE
		   PERFORM LLEGIR-LLINDARS THRU FIN-LLEGIR-LLINDARS

		   OPEN I-O    INDEXADO.
		   OPEN INPUT  CANVIPREU.
		   OPEN OUTPUT ERRORS-PRE.
		   OPEN EXTEND EXCEPCIONS.

		   IF WS-APLICAR = "TRUE"
			   PERFORM OBRIR-APROVACIONS
				   THRU FIN-OBRIR-APROVACIONS
		   END-IF

		   IF WS-APLICAR = "TRUE"
			   MOVE "REVISIO DE PREUS - MODE APLICAT"
				   TO IM-LINIA
		   CLOSE INDEXADO, CANVIPREU, IMPACTE, ERRORS-PRE
		   CLOSE EXCEPCIONS

		   IF WS-APROV-OBERT = "TRUE"
			   CLOSE APROVACIONS
			   PERFORM GRAVAR-SEQUENCIA
				   THRU FIN-GRAVAR-SEQUENCIA
		   END-IF

		   PERFORM ESCRIURE-CTLIDX THRU FIN-ESCRIURE-CTLIDX

		   PERFORM ESCRIURE-RPTCONTROL

	   FIN-LLEGIR-PERIODE. EXIT.

	   LLEGIR-LLINDARS.
		   OPEN INPUT LLINDARS
		   IF FS-LLINDARS NOT = "00"
			   GO TO FIN-LLEGIR-LLINDARS
		   END-IF

		   READ LLINDARS
		   PERFORM GUARDAR-LLINDAR THRU FIN-GUARDAR-LLINDAR
			   UNTIL FS-LLINDARS NOT = "00"

		   CLOSE LLINDARS.

	   FIN-LLEGIR-LLINDARS. EXIT.

	   GUARDAR-LLINDAR.
		   IF LN-PERCENT IS NOT NUMERIC
			  OR LN-QUANTITAT IS NOT NUMERIC
			  OR LN-VALOR IS NOT NUMERIC
			   GO TO LLEGIR-SEGUENT-LLINDAR
		   END-IF

		   IF LN-ID-PRODUCTE = "**"
			   MOVE LN-PERCENT   TO LI-DEF-PERCENT
			   MOVE LN-QUANTITAT TO LI-DEF-QUANT
			   MOVE LN-VALOR     TO LI-DEF-VALOR
			   GO TO LLEGIR-SEGUENT-LLINDAR
		   END-IF

		   IF LI-TOTAL >= LI-MAX
			   DISPLAY "REVPREUS - ABEND: MES DE " LI-MAX
				   " PRODUCTES A LLINDARS.TXT"
			   MOVE 16 TO RETURN-CODE
			   CLOSE LLINDARS
			   STOP RUN
		   END-IF
		   ADD 1 TO LI-TOTAL
		   MOVE LN-ID-PRODUCTE TO LI-ID-PRODUCTE(LI-TOTAL)
		   MOVE LN-PERCENT     TO LI-PERCENT(LI-TOTAL)
		   MOVE LN-QUANTITAT   TO LI-QUANTITAT(LI-TOTAL)
		   MOVE LN-VALOR       TO LI-VALOR(LI-TOTAL).

	   LLEGIR-SEGUENT-LLINDAR.
		   READ LLINDARS.

	   FIN-GUARDAR-LLINDAR. EXIT.

	   CERCAR-LLINDAR.
		   MOVE LI-DEF-PERCENT   TO LI-LIMIT-PERCENT
		   MOVE LI-DEF-QUANT TO LI-LIMIT-QUANT
		   MOVE LI-DEF-VALOR     TO LI-LIMIT-VALOR
		   MOVE "FALSE" TO LI-TROBAT
		   PERFORM COMPARAR-LLINDAR THRU FIN-COMPARAR-LLINDAR
			   VARYING LI-IDX FROM 1 BY 1
			   UNTIL LI-IDX > LI-TOTAL
				   OR LI-TROBAT = "TRUE".

	   FIN-CERCAR-LLINDAR. EXIT.

	   COMPARAR-LLINDAR.
		   IF LI-ID-PRODUCTE(LI-IDX) = LI-CLAU
			   MOVE "TRUE" TO LI-TROBAT
			   MOVE LI-PERCENT(LI-IDX)   TO LI-LIMIT-PERCENT
			   MOVE LI-QUANTITAT(LI-IDX) TO LI-LIMIT-QUANT
			   MOVE LI-VALOR(LI-IDX)     TO LI-LIMIT-VALOR
		   END-IF.

	   FIN-COMPARAR-LLINDAR. EXIT.

	   OBRIR-APROVACIONS.
		   OPEN I-O APROVACIONS
		   IF FS-APROVACIONS NOT = "00"
			  AND FS-APROVACIONS NOT = "05"
			   DISPLAY "REVPREUS - ABEND: NO ES POT OBRIR "
				   "APROVACIONS.TXT " FS-APROVACIONS
			   MOVE 16 TO RETURN-CODE
			   CLOSE INDEXADO, CANVIPREU, IMPACTE
			   CLOSE ERRORS-PRE, EXCEPCIONS
			   STOP RUN
		   END-IF
		   MOVE "TRUE" TO WS-APROV-OBERT

		   MOVE ZERO TO WS-SEQ-APROVACIO
		   OPEN INPUT SEQAPR
		   IF FS-SEQAPR = "00"
			   READ SEQAPR
			   IF FS-SEQAPR = "00"
				   MOVE SQ-SEQUENCIA TO WS-SEQ-APROVACIO
			   END-IF
			   CLOSE SEQAPR
		   END-IF.

	   FIN-OBRIR-APROVACIONS. EXIT.

	   GRAVAR-SEQUENCIA.
		   OPEN OUTPUT SEQAPR
		   MOVE WS-SEQ-APROVACIO TO SQ-SEQUENCIA
		   WRITE SQ-REG
		   CLOSE SEQAPR.

	   FIN-GRAVAR-SEQUENCIA. EXIT.

	   CANVI-RTN.
		   ADD 1 TO WS-COMPT-CANVIS

			   ADD 1 TO WS-COMPT-PENDENTS
			   MOVE "PENDENT"  TO LC-ESTAT
			   WRITE IM-LINIA FROM LINIA-CAPCALERA
			   GO TO LLEGIR-SEGUENT-CANVI
		   END-IF

		   PERFORM COMPROVAR-LLINDAR THRU FIN-COMPROVAR-LLINDAR

		   IF WS-RETINGUT = "TRUE" AND WS-APLICAR = "TRUE"
			   PERFORM RETENIR-CANVI THRU FIN-RETENIR-CANVI
			   GO TO LLEGIR-SEGUENT-CANVI
		   END-IF

		   IF WS-RETINGUT = "TRUE"
			   MOVE "A APROVAR" TO LC-ESTAT
		   ELSE
			   MOVE "APLICAT"  TO LC-ESTAT
		   END-IF
		   WRITE IM-LINIA FROM LINIA-CAPCALERA
		   PERFORM REVISAR-PRODUCTE
			   THRU FIN-REVISAR-PRODUCTE.

	   LLEGIR-SEGUENT-CANVI.
		   READ CANVIPREU

	   FIN-VALIDAR-CANVI. EXIT.

	   COMPROVAR-LLINDAR.
		   MOVE "FALSE" TO WS-RETINGUT
		   MOVE CP-ID-PRODUCTE TO LI-CLAU
		   PERFORM CERCAR-LLINDAR THRU FIN-CERCAR-LLINDAR

		   MOVE ZERO TO WS-PERCENT-CANVI
		   IF WS-TIPO-CANVI = "P"
			   MOVE CP-VALOR TO WS-PERCENT-CANVI
		   ELSE
			   PERFORM MESURAR-CANVI-FIX
				   THRU FIN-MESURAR-CANVI-FIX
		   END-IF

		   IF WS-PERCENT-CANVI > LI-LIMIT-PERCENT
			   MOVE "TRUE" TO WS-RETINGUT
		   END-IF.

	   FIN-COMPROVAR-LLINDAR. EXIT.

	   MESURAR-CANVI-FIX.
		   MOVE "FALSE" TO FIN-PRODUCTE
		   MOVE CP-ID-PRODUCTE TO ID-PRODUCTE
		   START INDEXADO KEY IS = ID-PRODUCTE
			   INVALID KEY SET FIN-PRODUCTE TO "TRUE"
		   END-START

		   IF FIN-PRODUCTE NOT = "TRUE"
			   READ INDEXADO NEXT RECORD
				   AT END SET FIN-PRODUCTE TO "TRUE"
			   END-READ
		   END-IF

		   PERFORM MESURAR-REGISTRE THRU FIN-MESURAR-REGISTRE
			   UNTIL FIN-PRODUCTE = "TRUE"
				   OR ID-PRODUCTE NOT = CP-ID-PRODUCTE.

	   FIN-MESURAR-CANVI-FIX. EXIT.

	   MESURAR-REGISTRE.
		   MOVE ZERO TO WS-PERCENT-REG
		   IF PREU-UNITAT = ZERO
			   IF CP-VALOR NOT = ZERO
				   MOVE 9999.99 TO WS-PERCENT-REG
			   END-IF
			   GO TO MESURAR-MAXIM
		   END-IF

		   IF CP-VALOR > PREU-UNITAT
			   COMPUTE WS-PERCENT-REG ROUNDED =
			       (CP-VALOR - PREU-UNITAT) * 100
		       / PREU-UNITAT
				   ON SIZE ERROR
				       MOVE 9999.99 TO WS-PERCENT-REG
			   END-COMPUTE
		   ELSE
			   COMPUTE WS-PERCENT-REG ROUNDED =
			       (PREU-UNITAT - CP-VALOR) * 100
		       / PREU-UNITAT
		   END-IF.

	   MESURAR-MAXIM.
		   IF WS-PERCENT-REG > WS-PERCENT-CANVI
			   MOVE WS-PERCENT-REG TO WS-PERCENT-CANVI
		   END-IF

		   READ INDEXADO NEXT RECORD
			   AT END SET FIN-PRODUCTE TO "TRUE"
		   END-READ.

	   FIN-MESURAR-REGISTRE. EXIT.

	   RETENIR-CANVI.
		   ADD 1 TO WS-COMPT-RETINGUTS
		   MOVE "RETINGUT" TO LC-ESTAT
		   WRITE IM-LINIA FROM LINIA-CAPCALERA

		   ADD 1 TO WS-SEQ-APROVACIO
		   MOVE SPACES           TO PA-REG
		   MOVE WS-SEQ-APROVACIO TO PA-NUMERO
		   MOVE "REVPREUS"       TO PA-ORIGEN
		   MOVE WS-DATA-AVUI     TO PA-DATA
		   MOVE WS-SOLLICITANT   TO PA-SOLLICITANT
		   MOVE "P"              TO PA-ESTAT
		   MOVE CP-REG           TO PA-LINIA
		   MOVE WS-PERCENT-CANVI TO WS-PERCENT-EDITAT
		   MOVE LI-LIMIT-PERCENT TO WS-LLINDAR-EDITAT
		   STRING "CANVI DE " WS-PERCENT-EDITAT
			   "% SUPERA EL LLINDAR " WS-LLINDAR-EDITAT "%"
			   DELIMITED BY SIZE INTO PA-MOTIU
		   END-STRING

		   WRITE PA-REG
			   INVALID KEY
				   ADD 1 TO WS-COMPT-ERRORS
				   MOVE SPACES         TO ER-REG
				   MOVE CP-ID-PRODUCTE TO ER-ID-PRODUCTE
				   MOVE ZERO           TO ER-NUMERO1
				   MOVE "ERROR EN GRAVAR LA RETENCIO"
					   TO ER-MOTIU
				   WRITE ER-REG
				   END-WRITE
				   PERFORM ESCRIURE-EXCEPCIO
					   THRU FIN-ESCRIURE-EXCEPCIO
				   GO TO FIN-RETENIR-CANVI
		   END-WRITE

		   MOVE WS-SEQ-APROVACIO TO WS-NUM-EDITAT
		   MOVE SPACES TO IM-LINIA
		   STRING "  RETINGUT PER APROVACIO NUM. " WS-NUM-EDITAT
			   ": " PA-MOTIU
			   DELIMITED BY SIZE INTO IM-LINIA
		   END-STRING
		   WRITE IM-LINIA.

	   FIN-RETENIR-CANVI. EXIT.

	   REVISAR-PRODUCTE.
		   MOVE ZERO TO WS-TP-REGISTRES
		   MOVE ZERO TO WS-TP-VALOR-VELL
		   MOVE "CANVIS EN PERIODE TANCAT" TO CT-ETIQUETA
		   MOVE WS-COMPT-TANCATS       TO CT-VALOR
		   WRITE CT-REG
		   MOVE "CANVIS RETINGUTS"     TO CT-ETIQUETA
		   MOVE WS-COMPT-RETINGUTS     TO CT-VALOR
		   WRITE CT-REG
		   MOVE "SOL.LICITANT"         TO CT-ETIQUETA
		   MOVE WS-SOLLICITANT         TO CT-VALOR
		   WRITE CT-REG

		   CLOSE RPTCONTROL.

