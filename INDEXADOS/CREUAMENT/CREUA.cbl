				   ORGANIZATION IS INDEXED
				   RECORD KEY IS PM-NUMERO
				   FILE STATUS IS FS-PERSMST.
		   SELECT PERSFUS
			   ASSIGN TO "PERSFUS.TXT"
				   ACCESS MODE IS DYNAMIC
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS PF-RETIRAT
				   FILE STATUS IS FS-PERSFUS.
		   SELECT CREUAMENT
			   ASSIGN TO "CREUAMENT.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
						 15 PM-H-DATA PIC X(8).
						 15 PM-H-CONT PIC 9(3).

	   FD PERSFUS.
			 01 PF-REG.
				 05 PF-RETIRAT     PIC X(7).
				 05 PF-SUPERVIVENT PIC X(7).
				 05 PF-DATA        PIC X(8).

	   FD CREUAMENT.
			 01 CR-LINIA          PIC X(100).

		   01 PE-TROBAT         PIC X(5).
		   01 WS-CLAU-MESTRE    PIC X(7).

		   01 FS-PERSFUS        PIC X(2).
		   01 WS-FUS-OBERT      PIC X(5) VALUE "FALSE".
		   01 WS-FUSIONAT       PIC X(5).
		   01 WS-NUM-SUPERV     PIC X(7).
		   01 WS-NUM-LLISTAT    PIC X(7).
		   01 WS-SALTS          PIC 9(2).

		   01 SENSE-TOTAL       PIC 9(3) VALUE ZERO.
		   01 SE-IDX            PIC 9(3).
		   01 SENSE-ORDRES.
		   OPEN INPUT  INDEXADO.
		   OPEN INPUT  PERSMST.
		   OPEN OUTPUT CREUAMENT.
		   OPEN INPUT  PERSFUS.
		   IF FS-PERSFUS = "00"
			   MOVE "TRUE" TO WS-FUS-OBERT
		   END-IF

		   IF FS-PERSMST NOT = "00"
			   DISPLAY "CREUA - ABEND: NO ES POT OBRIR EL "
		   ADD 1 TO WS-COMPT-PERSONES
		   PERFORM CONVERTIR-RTN THRU FIN-CONVERTIR-RTN

		   MOVE IF-NUMERO TO WS-NUM-LLISTAT
		   IF WS-NUMERO-X IS NUMERIC
			   MOVE WS-NUMERO-X TO WS-NUM-SUPERV
			   PERFORM RESOLDRE-FUSIO
				   THRU FIN-RESOLDRE-FUSIO
			   IF WS-FUSIONAT = "TRUE"
				   MOVE WS-NUM-SUPERV TO WS-NUM-LLISTAT
			   END-IF
		   END-IF

		   IF WS-NUMERO-VALID = "FALSE"
			   ADD 1 TO WS-COMPT-INVALIDS
			   MOVE SPACES TO CR-LINIA
			   STRING WS-NUM-LLISTAT " " IF-COGNOM
				   " " IF-ZGEO
				   " *** NUMERO NO VALID PER A INDEXAT"
				   DELIMITED BY SIZE INTO CR-LINIA
			   WRITE CR-LINIA

	   FIN-DESPLACAR-RTN. EXIT.

	   RESOLDRE-FUSIO.
		   MOVE "FALSE" TO WS-FUSIONAT
		   IF WS-FUS-OBERT NOT = "TRUE"
			   GO TO FIN-RESOLDRE-FUSIO
		   END-IF

		   PERFORM SEGUIR-FUSIO THRU FIN-SEGUIR-FUSIO
			   VARYING WS-SALTS FROM 1 BY 1
			   UNTIL WS-SALTS > 10.

	   FIN-RESOLDRE-FUSIO. EXIT.

	   SEGUIR-FUSIO.
		   MOVE WS-NUM-SUPERV TO PF-RETIRAT
		   READ PERSFUS
			   INVALID KEY
				   MOVE 10 TO WS-SALTS
				   GO TO FIN-SEGUIR-FUSIO
		   END-READ
		   MOVE "TRUE"         TO WS-FUSIONAT
		   MOVE PF-SUPERVIVENT TO WS-NUM-SUPERV.

	   FIN-SEGUIR-FUSIO. EXIT.

	   CERCAR-ORDRE.
		   MOVE WS-NUMERO5 TO NUMERO1
		   READ INDEXADO
	   GUARDAR-SENSE.
		   IF SENSE-TOTAL < 500
			   ADD 1 TO SENSE-TOTAL
			   MOVE WS-NUM-LLISTAT TO SO-NUMERO(SENSE-TOTAL)
			   MOVE IF-COGNOM TO SO-COGNOM(SENSE-TOTAL)
			   MOVE IF-ZGEO   TO SO-ZGEO(SENSE-TOTAL)
		   END-IF.
		   ADD CANTIDAD       TO WS-TOTAL-QUANTITAT
		   ADD WS-VALOR-ESTES TO WS-TOTAL-VALOR

		   MOVE WS-NUM-LLISTAT TO LP-NUMERO
		   MOVE IF-COGNOM      TO LP-COGNOM
		   MOVE IF-ZGEO        TO LP-ZGEO
		   MOVE NUMERO1        TO LP-NUMERO1
				   MOVE "TRUE" TO PE-TROBAT
		   END-READ

		   IF PE-TROBAT = "FALSE"
			   MOVE WS-CLAU-MESTRE TO WS-NUM-SUPERV
			   PERFORM RESOLDRE-FUSIO
				   THRU FIN-RESOLDRE-FUSIO
			   MOVE WS-FUSIONAT TO PE-TROBAT
		   END-IF

		   IF PE-TROBAT = "FALSE"
			   ADD 1 TO WS-COMPT-ORFES
			   MOVE NUMERO1     TO LO-NUMERO1
	   FIN-TOTALS-RTN. EXIT.

	   TANCAR-RTN.
		   CLOSE INFORME, INDEXADO, PERSMST, CREUAMENT
		   IF WS-FUS-OBERT = "TRUE"
			   CLOSE PERSFUS
		   END-IF.

	   FIN-TANCAR-RTN. EXIT.
