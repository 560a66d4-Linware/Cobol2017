		   SELECT DIFERENCIES
			   ASSIGN TO "DIFERENCIES.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT OPTIONAL RECEPCIONS
			   ASSIGN TO "RECEPCIONS.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT RECHAZOS-ENT
			   ASSIGN TO "RECHAZOS_ENT.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
				 05 FILLER         PIC X(1).
				 05 DI-REBUDA      PIC ZZ9.

	   FD RECEPCIONS.
			 01 RH-REG.
				 05 RH-NUMERO-ORDRE PIC 9(5).
				 05 FILLER         PIC X(1).
				 05 RH-ID-PRODUCTE PIC X(2).
				 05 FILLER         PIC X(1).
				 05 RH-NUMERO1     PIC 9(5).
				 05 FILLER         PIC X(1).
				 05 RH-DATA-ORDRE  PIC X(8).
				 05 FILLER         PIC X(1).
				 05 RH-DATA-ENTREGA PIC X(8).
				 05 FILLER         PIC X(1).
				 05 RH-QTY-DEMANADA PIC 9(3).
				 05 FILLER         PIC X(1).
				 05 RH-QTY-REBUDA  PIC 9(5).
				 05 FILLER         PIC X(1).
				 05 RH-ETIQUETA    PIC X(8).
				 05 FILLER         PIC X(1).
				 05 RH-ALBARA      PIC X(10).

	   FD RECHAZOS-ENT.
			 01 RJ-ENT-REG.
				 05 RJ-LINIA       PIC X(35).
		   OPEN INPUT  ENTREGUES.
		   OPEN EXTEND MOVFILE.
		   OPEN OUTPUT DIFERENCIES.
		   OPEN EXTEND RECEPCIONS.
		   OPEN OUTPUT RECHAZOS-ENT.
		   OPEN EXTEND EXCEPCIONS.

		   PERFORM ENTREGA-RTN THRU FIN-ENTREGA-RTN
			   UNTIL FIN-FICHERO = "TRUE"

		   CLOSE ENTREGUES, MOVFILE, DIFERENCIES, RECEPCIONS
		   CLOSE RECHAZOS-ENT, EXCEPCIONS

		   PERFORM GRAVAR-ORDRES THRU FIN-GRAVAR-ORDRES
		   PERFORM ESCRIURE-MOVIMENT
			   THRU FIN-ESCRIURE-MOVIMENT
		   PERFORM REVISAR-ESTAT
			   THRU FIN-REVISAR-ESTAT
		   PERFORM ESCRIURE-RECEPCIO
			   THRU FIN-ESCRIURE-RECEPCIO.

	   FIN-CASAR-ENTREGA. EXIT.

				   = OT-QTY-DEMANADA(WS-ORDRE-IDX)
				   ADD 1 TO WS-COMPT-TANCADES
				   MOVE "T" TO OT-ESTAT(WS-ORDRE-IDX)
				   MOVE "COMPLETA" TO DI-ETIQUETA
			   ELSE
				   ADD 1 TO WS-COMPT-DEFECTES
				   MOVE "P" TO OT-ESTAT(WS-ORDRE-IDX)

	   FIN-ESCRIURE-DIFERENCIA. EXIT.

	   ESCRIURE-RECEPCIO.
		   MOVE SPACES TO RH-REG
		   MOVE OT-NUMERO-ORDRE(WS-ORDRE-IDX)
			   TO RH-NUMERO-ORDRE
		   MOVE OT-ID-PRODUCTE(WS-ORDRE-IDX)
			   TO RH-ID-PRODUCTE
		   MOVE OT-NUMERO1(WS-ORDRE-IDX)
			   TO RH-NUMERO1
		   MOVE OT-DATA(WS-ORDRE-IDX)
			   TO RH-DATA-ORDRE
		   MOVE EN-DATA         TO RH-DATA-ENTREGA
		   MOVE OT-QTY-DEMANADA(WS-ORDRE-IDX)
			   TO RH-QTY-DEMANADA
		   MOVE OT-QTY-REBUDA(WS-ORDRE-IDX)
			   TO RH-QTY-REBUDA
		   MOVE DI-ETIQUETA     TO RH-ETIQUETA
		   MOVE EN-ALBARA       TO RH-ALBARA
		   WRITE RH-REG.

	   FIN-ESCRIURE-RECEPCIO. EXIT.

	   REBUTJAR-ENTREGA.
		   MOVE SPACES   TO RJ-ENT-REG
		   MOVE EN-REG   TO RJ-LINIA
