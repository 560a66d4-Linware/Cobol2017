		   SELECT REGMOV
			   ASSIGN TO "REGMOV.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT OPTIONAL CONSUM
			   ASSIGN TO "CONSUM.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT REPOSICIO
			   ASSIGN TO "REPOSICIO.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT ENDARRERITS
			   ASSIGN TO "ENDARRERITS.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
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
				 05 RG-NOVA        PIC ZZ9.

	   FD CONSUM.
			 01 CS-REG.
				 05 CS-DATA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 CS-PERIODE     PIC X(6).
				 05 FILLER         PIC X(1).
				 05 CS-ID-PRODUCTE PIC X(2).
				 05 FILLER         PIC X(1).
				 05 CS-NUMERO1     PIC 9(5).
				 05 FILLER         PIC X(1).
				 05 CS-QUANTITAT   PIC 9(3).
				 05 FILLER         PIC X(1).
				 05 CS-DOCUMENT    PIC X(10).

	   FD REPOSICIO.
			 01 RP-REG.
				 05 RP-ID-PRODUCTE PIC X(2).
				 05 FILLER         PIC X(1).
				 05 EN-DOCUMENT    PIC X(10).

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

		   01 FS-PERIODE PIC X(2).
		   01 FS-LLINDARS PIC X(2).
		   01 FS-APROVACIONS PIC X(2).
		   01 FS-SEQAPR  PIC X(2).

		   01 WS-PERIODE-OBERT.
			   05 WS-PD-PERIODE     PIC X(6).
			   05 WS-COMPT-REPOSICIO  PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-ENDARRERITS PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-AVANCATS   PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-RETINGUTS  PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-CONSUMS    PIC 9(7) VALUE ZERO.

		   01 WS-TEMPS.
			   05 WS-DATA-INICI  PIC X(8).
		   01 WS-QTY-NOVA       PIC S9(5).
		   01 WS-MOTIU          PIC X(40).

		   01 WS-MODE           PIC X(32) VALUE SPACES.
		   01 WS-SOLLICITANT    PIC X(8) VALUE SPACES.
		   01 WS-RETINGUT       PIC X(5) VALUE "FALSE".
		   01 WS-SEQ-APROVACIO  PIC 9(7) VALUE ZERO.
		   01 WS-VALOR-AJUST    PIC 9(7)V99.
		   01 WS-VALOR-EDITAT   PIC Z(6)9.99.
		   01 WS-LLINDAR-EDITAT PIC Z(6)9.99.
		   01 WS-QTY-EDITADA    PIC ZZ9.
		   01 WS-LLINDAR-QTY    PIC ZZ9.

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

	   PROCEDURE DIVISION.
	   MAINLINE.
		   ACCEPT WS-MODE FROM COMMAND-LINE
		   ACCEPT WS-DATA-INICI FROM DATE
		   ACCEPT WS-HORA-INICI FROM TIME
		   ACCEPT WS-EXC-AAMMDD FROM DATE

		   UNSTRING WS-MODE DELIMITED BY ALL " "
			   INTO WS-SOLLICITANT
		   END-UNSTRING
		   IF WS-SOLLICITANT = SPACES
			   MOVE "CADENA" TO WS-SOLLICITANT
		   END-IF

		   PERFORM LLEGIR-PERIODE THRU FIN-LLEGIR-PERIODE
		   PERFORM LLEGIR-LLINDARS THRU FIN-LLEGIR-LLINDARS

		   OPEN I-O    INDEXADO.
		   OPEN INPUT  MOVFILE.
		   OPEN OUTPUT REGMOV.
		   OPEN EXTEND CONSUM.
		   OPEN OUTPUT RECHAZOS-MOV.
		   OPEN OUTPUT ENDARRERITS.
		   OPEN EXTEND EXCEPCIONS.

		   PERFORM CARREGAR-MINIMS THRU FIN-CARREGAR-MINIMS
		   PERFORM OBRIR-APROVACIONS
			   THRU FIN-OBRIR-APROVACIONS

		   MOVE "FALSE" TO FIN-FICHERO
		   READ MOVFILE
		   PERFORM MOVIMENT-RTN THRU FIN-MOVIMENT-RTN
			   UNTIL FIN-FICHERO = "TRUE"

		   CLOSE MOVFILE, REGMOV, CONSUM, APROVACIONS
		   PERFORM GRAVAR-SEQUENCIA THRU FIN-GRAVAR-SEQUENCIA

		   PERFORM REPOSICIO-RTN THRU FIN-REPOSICIO-RTN


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
			   DISPLAY "MOVIMENTS - ABEND: MES DE " LI-MAX
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
			   DISPLAY "MOVIMENTS - ABEND: NO ES POT OBRIR "
				   "APROVACIONS.TXT " FS-APROVACIONS
			   MOVE 16 TO RETURN-CODE
			   CLOSE INDEXADO, MOVFILE, REGMOV, CONSUM
			   CLOSE RECHAZOS-MOV, ENDARRERITS, EXCEPCIONS
			   STOP RUN
		   END-IF

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

	   CARREGAR-MINIMS.
		   MOVE "FALSE" TO FIN-FICHERO
		   OPEN INPUT PRODUCTES
			   DISPLAY "MOVIMENTS - ABEND: NO ES POT OBRIR "
				   "EL MESTRE DE PRODUCTES"
			   MOVE 16 TO RETURN-CODE
			   CLOSE MOVFILE, INDEXADO, CONSUM
			   CLOSE REGMOV, RECHAZOS-MOV, ENDARRERITS
			   STOP RUN
		   END-IF
			   DISPLAY "MOVIMENTS - ABEND: MES DE " MN-MAX
				   " PRODUCTES AL MESTRE"
			   MOVE 16 TO RETURN-CODE
			   CLOSE PRODUCTES, MOVFILE, INDEXADO, CONSUM
			   CLOSE REGMOV, RECHAZOS-MOV, ENDARRERITS
			   STOP RUN
		   END-IF
				   END-IF
		   END-EVALUATE

		   MOVE "FALSE" TO WS-RETINGUT
		   IF MV-TIPO = "A"
			  AND WS-QTY-NOVA NOT < 0
			  AND WS-QTY-NOVA NOT > 999
			   PERFORM COMPROVAR-LLINDAR
				   THRU FIN-COMPROVAR-LLINDAR
		   END-IF
		   IF WS-RETINGUT = "TRUE"
			   PERFORM RETENIR-MOVIMENT
				   THRU FIN-RETENIR-MOVIMENT
			   GO TO FIN-CALCULAR-MOVIMENT
		   END-IF

		   IF WS-QTY-NOVA < 0
			   MOVE "DEIXARIA L'ESTOC NEGATIU" TO WS-MOTIU
			   PERFORM REBUTJAR-MOVIMENT

	   FIN-CALCULAR-MOVIMENT. EXIT.

	   COMPROVAR-LLINDAR.
		   MOVE ID-PRODUCTE TO LI-CLAU
		   PERFORM CERCAR-LLINDAR THRU FIN-CERCAR-LLINDAR

		   COMPUTE WS-VALOR-AJUST = MV-QUANTITAT * PREU-UNITAT

		   IF MV-QUANTITAT > LI-LIMIT-QUANT
			  OR WS-VALOR-AJUST > LI-LIMIT-VALOR
			   MOVE "TRUE" TO WS-RETINGUT
		   END-IF.

	   FIN-COMPROVAR-LLINDAR. EXIT.

	   RETENIR-MOVIMENT.
		   ADD 1 TO WS-SEQ-APROVACIO
		   MOVE SPACES           TO PA-REG
		   MOVE WS-SEQ-APROVACIO TO PA-NUMERO
		   MOVE "MOVIMENTS"      TO PA-ORIGEN
		   MOVE WS-DATA-EXC      TO PA-DATA
		   MOVE WS-SOLLICITANT   TO PA-SOLLICITANT
		   MOVE "P"              TO PA-ESTAT
		   MOVE MV-REG           TO PA-LINIA

		   IF MV-QUANTITAT > LI-LIMIT-QUANT
			   MOVE MV-QUANTITAT   TO WS-QTY-EDITADA
			   MOVE LI-LIMIT-QUANT TO WS-LLINDAR-QTY
			   STRING "AJUST DE " WS-QTY-EDITADA
			       " UNITATS > LLINDAR " WS-LLINDAR-QTY
			       DELIMITED BY SIZE INTO PA-MOTIU
			   END-STRING
		   ELSE
			   MOVE WS-VALOR-AJUST TO WS-VALOR-EDITAT
			   MOVE LI-LIMIT-VALOR TO WS-LLINDAR-EDITAT
			   STRING "VALOR AJUST " WS-VALOR-EDITAT
			       " > " WS-LLINDAR-EDITAT
			       DELIMITED BY SIZE INTO PA-MOTIU
			   END-STRING
		   END-IF

		   WRITE PA-REG
			   INVALID KEY
				   MOVE "ERROR EN GRAVAR LA RETENCIO"
					   TO WS-MOTIU
				   PERFORM REBUTJAR-MOVIMENT
				       THRU FIN-REBUTJAR-MOVIMENT
			   NOT INVALID KEY
				   ADD 1 TO WS-COMPT-RETINGUTS
		   END-WRITE.

	   FIN-RETENIR-MOVIMENT. EXIT.

	   ESCRIURE-REGISTRE.
		   MOVE SPACES        TO RG-REG
		   MOVE MV-DATA       TO RG-DATA
		   MOVE MV-QUANTITAT  TO RG-QUANTITAT
		   MOVE WS-QTY-ANTERIOR TO RG-ANTERIOR
		   MOVE CANTIDAD      TO RG-NOVA
		   WRITE RG-REG

		   IF MV-TIPO = "S"
			   MOVE SPACES        TO CS-REG
			   MOVE MV-DATA       TO CS-DATA
			   MOVE WS-PD-PERIODE TO CS-PERIODE
			   MOVE ID-PRODUCTE   TO CS-ID-PRODUCTE
			   MOVE MV-NUMERO1    TO CS-NUMERO1
			   MOVE MV-QUANTITAT  TO CS-QUANTITAT
			   MOVE MV-DOCUMENT   TO CS-DOCUMENT
			   WRITE CS-REG
			   ADD 1 TO WS-COMPT-CONSUMS
		   END-IF.

	   FIN-ESCRIURE-REGISTRE. EXIT.

		   MOVE "MOVIMENTS AVANCATS"   TO CT-ETIQUETA
		   MOVE WS-COMPT-AVANCATS      TO CT-VALOR
		   WRITE CT-REG
		   MOVE "MOVIMENTS RETINGUTS"  TO CT-ETIQUETA
		   MOVE WS-COMPT-RETINGUTS     TO CT-VALOR
		   WRITE CT-REG
		   MOVE "SOL.LICITANT"         TO CT-ETIQUETA
		   MOVE WS-SOLLICITANT         TO CT-VALOR
		   WRITE CT-REG
		   MOVE "CONSUMS REGISTRATS"   TO CT-ETIQUETA
		   MOVE WS-COMPT-CONSUMS       TO CT-VALOR
		   WRITE CT-REG

		   CLOSE RPTCONTROL.

