			   STOP RUN
		   END-IF

		   IF WS-TOKEN-ACTIU = "TRUE"
			  AND (TK-PROGRAMA = "COPIASEG"
			   OR TK-PROGRAMA = "RESTAURA")
			   DISPLAY "CADENA - ABEND: TOKEN ACTIU DES DE "
				   TK-DATA " " TK-HORA " PER "
				   TK-PROGRAMA
			   DISPLAY "CADENA - NO ES POT REPRENDRE FINS "
				   "ACABAR " TK-PROGRAMA
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF

		   OPEN EXTEND RUNLOG

		   IF WS-REPRESA = "TRUE"
